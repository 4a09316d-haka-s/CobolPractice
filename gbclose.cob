           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GBCLOSE.
      *>****************************************************************
      *> Gradebook term close-out.  Takes the GBSCORE assignment
      *> scores dated within the school-calendar term containing the
      *> run date (every score on file when no calendar is kept),
      *> SORTs them by section, subject and student, and works out
      *> each student's term score: the points earned over points
      *> possible in each category, weighted by the section's GBWGHT
      *> weights (a category with no work this term drops out and the
      *> others carry the score).  The GBLIST listing prints one block
      *> per section and subject -- every student's category averages
      *> and term score -- ending in a signature line for the teacher.
      *> The scores are appended to ROSTERIN as balanced HDR/TRL
      *> segments (hash = SCORE, at most 1000 records a segment, the
      *> most SCHOOL will balance at once) in the layout SCHOOL's
      *> batch mode already reads, with the name and SSN from the
      *> enrollee master and the birth date from GBPUPIL.  Students
      *> not active on the master, or missing a birth date, and
      *> sections with no weights set, are listed but not sent.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-FILE ASSIGN TO "GBSCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-STATUS.
           SELECT WEIGHT-FILE ASSIGN TO "GBWGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEIGHT-STATUS.
           SELECT PUPIL-FILE ASSIGN TO "GBPUPIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUPIL-STATUS.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT ROSTER-FILE ASSIGN TO "ROSTERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT LISTING-FILE ASSIGN TO "GBLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LISTING-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-FILE.
       COPY GBSCREC.

       FD  WEIGHT-FILE.
       01 WEIGHT-FD-RECORD PIC X(12).

       FD  PUPIL-FILE.
       01 PUPIL-FD-RECORD PIC X(15).

       FD  SECTION-REF-FILE.
       01 SECTION-REF-FD-RECORD PIC X(36).

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-SECTION-ID PIC X(3).
               03 SR-SUBJECT PIC X(3).
               03 SR-STUDENT-ID PIC 9(7).
           02 SR-CATEGORY PIC X(1).
           02 SR-POINTS-EARNED PIC 9(3).
           02 SR-POINTS-POSSIBLE PIC 9(3).

       FD  ROSTER-FILE.
       01 ROSTER-IN-RECORD.
           02 RI-NAME PIC X(30).
           02 RI-SSN PIC 9(9).
           02 RI-DOB PIC 9(8).
           02 RI-SCORE PIC 999.
           02 RI-SECTION PIC X(3).
           02 RI-SUBJECT PIC X(3).

       FD  LISTING-FILE.
       01 LISTING-LINE PIC X(90).

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 SCORE-STATUS PIC XX VALUE "00".
       01 WEIGHT-STATUS PIC XX VALUE "00".
       01 PUPIL-STATUS PIC XX VALUE "00".
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 ROSTER-STATUS PIC XX VALUE "00".
       01 LISTING-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 SCORE-EOF-SW PIC X(1) VALUE "N".
           88 SCORE-EOF VALUE "Y".
       01 WEIGHT-EOF-SW PIC X(1) VALUE "N".
           88 WEIGHT-EOF VALUE "Y".
       01 PUPIL-EOF-SW PIC X(1) VALUE "N".
           88 PUPIL-EOF VALUE "Y".
       01 SECTION-REF-EOF-SW PIC X(1) VALUE "N".
           88 SECTION-REF-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY GBWTREC.
       COPY GBPUREC.
       COPY SECTREC.
       COPY BATCHCTL.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.

       01 TERM-START PIC 9(8) VALUE 0.
       01 TERM-END PIC 9(8) VALUE 99999999.
       01 TERM-ID PIC X(6) VALUE SPACES.

       01 SREF-COUNT PIC 9(3) VALUE 0.
       01 SREF-TABLE.
           02 SRT-RECORD PIC X(36) OCCURS 200 TIMES.
       01 SREF-IDX PIC 9(3) VALUE 0.
       01 WGT-COUNT PIC 9(3) VALUE 0.
       01 WGT-TABLE.
           02 WGT-RECORD PIC X(12) OCCURS 200 TIMES.
       01 WGT-IDX PIC 9(3) VALUE 0.
       01 PUP-COUNT PIC 9(4) VALUE 0.
       01 PUP-TABLE.
           02 PUP-RECORD PIC X(15) OCCURS 3000 TIMES.
       01 PUP-IDX PIC 9(4) VALUE 0.

       01 CURRENT-GROUP PIC X(6) VALUE SPACES.
       01 CURRENT-STUDENT PIC X(7) VALUE SPACES.
       01 GROUP-SECTION-ID PIC X(3) VALUE SPACES.
       01 GROUP-SUBJECT PIC X(3) VALUE SPACES.
       01 GROUP-TEACHER PIC X(20) VALUE SPACES.
       01 GROUP-WEIGHTS-SW PIC X(1) VALUE "N".
           88 GROUP-HAS-WEIGHTS VALUE "Y".
       01 GROUP-STUDENT-COUNT PIC 9(5) VALUE 0.
       01 GROUP-WEIGHT-TABLE.
           02 GROUP-WEIGHT PIC 9(3) OCCURS 3 TIMES.
       01 CK-STUDENT-ID PIC 9(7) VALUE 0.
       01 CATEGORY-TABLE.
           02 CATEGORY-ENTRY OCCURS 3 TIMES.
               03 CAT-EARNED PIC 9(5).
               03 CAT-POSSIBLE PIC 9(5).
               03 CAT-PCT PIC 9(3)V99.
       01 CAT-IDX PIC 9 VALUE 0.
       01 WEIGHT-USED PIC 9(4) VALUE 0.
       01 WEIGHTED-SUM PIC 9(7)V99 VALUE 0.
       01 TERM-SCORE PIC 999 VALUE 0.
       01 STUDENT-NOTE PIC X(24) VALUE SPACES.
       01 STUDENT-NAME PIC X(30) VALUE SPACES.
       01 STUDENT-SSN PIC 9(9) VALUE 0.
       01 STUDENT-DOB PIC 9(8) VALUE 0.

       01 SEGMENT-OPEN-SW PIC X(1) VALUE "N".
           88 SEGMENT-OPEN VALUE "Y".
       01 SEGMENT-COUNT PIC 9(5) VALUE 0.

       01 SCORE-READ-COUNT PIC 9(7) VALUE 0.
       01 SCORE-IN-TERM-COUNT PIC 9(7) VALUE 0.
       01 STUDENT-COUNT PIC 9(7) VALUE 0.
       01 SENT-COUNT PIC 9(7) VALUE 0.
       01 HELD-COUNT PIC 9(7) VALUE 0.
       01 GROUP-COUNT PIC 9(5) VALUE 0.
       01 SCORE-HASH PIC 9(11) VALUE 0.

       01 LISTING-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-STUDENT-ID PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LD-NAME PIC X(24).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LD-CAT-PCT OCCURS 3 TIMES.
               03 LD-PCT PIC ZZ9.99.
               03 FILLER PIC X(2) VALUE SPACES.
           02 LD-TERM-SCORE PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-NOTE PIC X(24).

       PROCEDURE DIVISION.
       GBCLOSE-DRIVER.
           MOVE 0 TO SCORE-READ-COUNT
           MOVE 0 TO SCORE-IN-TERM-COUNT
           MOVE 0 TO STUDENT-COUNT
           MOVE 0 TO SENT-COUNT
           MOVE 0 TO HELD-COUNT
           MOVE 0 TO GROUP-COUNT
           MOVE 0 TO SEGMENT-COUNT
           MOVE 0 TO SCORE-HASH
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "GRADEBOOK TERM CLOSE-OUT FOR " RUN-DATE
           OPEN INPUT SCORE-FILE
           IF SCORE-STATUS = "35"
               DISPLAY "NO GRADEBOOK SCORES ON FILE -- GBSCORE NOT "
                       "FOUND"
               GOBACK
           END-IF
           CLOSE SCORE-FILE
           PERFORM FIND-CALENDAR-TERM
           PERFORM LOAD-REFERENCE-TABLES
           PERFORM OPEN-MASTER-FOR-CHECK
           IF NOT MASTER-CHECK-ON
               DISPLAY "NO ENROLLEE MASTER -- NAMES AND SSNS CANNOT "
                       "BE SUPPLIED, RUN ABORTED"
               GOBACK
           END-IF
           OPEN OUTPUT LISTING-FILE
           PERFORM WRITE-REPORT-HEADINGS
           OPEN EXTEND ROSTER-FILE
           IF ROSTER-STATUS = "35"
               OPEN OUTPUT ROSTER-FILE
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-TERM-SCORES
               OUTPUT PROCEDURE IS CLOSE-SORTED-SCORES
           IF SEGMENT-OPEN
               PERFORM WRITE-ROSTER-TRAILER
           END-IF
           CLOSE ROSTER-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE LISTING-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   The term containing the run date, or the one last ended
      *>   before it, so a close-out run the week after the term ends
      *>   still closes that term.
       FIND-CALENDAR-TERM.
           MOVE "T" TO CAL-FUNCTION
           MOVE RUN-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-TERM-FOUND
               MOVE CAL-TERM-ID TO TERM-ID
               MOVE CAL-TERM-START TO TERM-START
               MOVE CAL-TERM-END TO TERM-END
               DISPLAY "CLOSING TERM " TERM-ID " " TERM-START
                       " THROUGH " TERM-END
           ELSE
               MOVE SPACES TO TERM-ID
               MOVE 0 TO TERM-START
               MOVE 99999999 TO TERM-END
               DISPLAY "NO CALENDAR TERM -- CLOSING EVERY SCORE ON FILE"
           END-IF.

       LOAD-REFERENCE-TABLES.
           MOVE 0 TO SREF-COUNT
           MOVE "N" TO SECTION-REF-EOF-SW
           OPEN INPUT SECTION-REF-FILE
           IF SECTION-REF-STATUS NOT = "35"
               READ SECTION-REF-FILE
                   AT END SET SECTION-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SECTION-REF-EOF
                   IF SREF-COUNT < 200
                       ADD 1 TO SREF-COUNT
                       MOVE SECTION-REF-FD-RECORD
                               TO SRT-RECORD(SREF-COUNT)
                   END-IF
                   READ SECTION-REF-FILE
                       AT END SET SECTION-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF
           MOVE 0 TO WGT-COUNT
           MOVE "N" TO WEIGHT-EOF-SW
           OPEN INPUT WEIGHT-FILE
           IF WEIGHT-STATUS NOT = "35"
               READ WEIGHT-FILE
                   AT END SET WEIGHT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WEIGHT-EOF
                   IF WGT-COUNT < 200
                       ADD 1 TO WGT-COUNT
                       MOVE WEIGHT-FD-RECORD TO WGT-RECORD(WGT-COUNT)
                   END-IF
                   READ WEIGHT-FILE
                       AT END SET WEIGHT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WEIGHT-FILE
           END-IF
           MOVE 0 TO PUP-COUNT
           MOVE "N" TO PUPIL-EOF-SW
           OPEN INPUT PUPIL-FILE
           IF PUPIL-STATUS NOT = "35"
               READ PUPIL-FILE
                   AT END SET PUPIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL PUPIL-EOF
                   IF PUP-COUNT < 3000
                       ADD 1 TO PUP-COUNT
                       MOVE PUPIL-FD-RECORD TO PUP-RECORD(PUP-COUNT)
                   END-IF
                   READ PUPIL-FILE
                       AT END SET PUPIL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PUPIL-FILE
           END-IF.

       RELEASE-TERM-SCORES.
           MOVE "N" TO SCORE-EOF-SW
           OPEN INPUT SCORE-FILE
           READ SCORE-FILE
               AT END SET SCORE-EOF TO TRUE
           END-READ
           PERFORM UNTIL SCORE-EOF
               ADD 1 TO SCORE-READ-COUNT
               IF GB-ASSIGN-DATE >= TERM-START
                       AND GB-ASSIGN-DATE <= TERM-END
                   ADD 1 TO SCORE-IN-TERM-COUNT
                   MOVE GB-SECTION-ID TO SR-SECTION-ID
                   MOVE GB-SUBJECT TO SR-SUBJECT
                   MOVE GB-STUDENT-ID TO SR-STUDENT-ID
                   MOVE GB-CATEGORY TO SR-CATEGORY
                   MOVE GB-POINTS-EARNED TO SR-POINTS-EARNED
                   MOVE GB-POINTS-POSSIBLE TO SR-POINTS-POSSIBLE
                   RELEASE SORT-RECORD
               END-IF
               READ SCORE-FILE
                   AT END SET SCORE-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SCORE-FILE.

       CLOSE-SORTED-SCORES.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-GROUP
           MOVE SPACES TO CURRENT-STUDENT
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-KEY(1:6) NOT = CURRENT-GROUP
                   IF CURRENT-STUDENT NOT = SPACES
                       PERFORM FINISH-ONE-STUDENT
                       MOVE SPACES TO CURRENT-STUDENT
                   END-IF
                   IF CURRENT-GROUP NOT = SPACES
                       PERFORM FINISH-ONE-GROUP
                   END-IF
                   MOVE SR-KEY(1:6) TO CURRENT-GROUP
                   PERFORM START-ONE-GROUP
               END-IF
               IF SR-STUDENT-ID NOT = CURRENT-STUDENT
                   IF CURRENT-STUDENT NOT = SPACES
                       PERFORM FINISH-ONE-STUDENT
                   END-IF
                   MOVE SR-STUDENT-ID TO CURRENT-STUDENT
                   MOVE SR-STUDENT-ID TO CK-STUDENT-ID
                   PERFORM VARYING CAT-IDX FROM 1 BY 1
                           UNTIL CAT-IDX > 3
                       MOVE 0 TO CAT-EARNED(CAT-IDX)
                       MOVE 0 TO CAT-POSSIBLE(CAT-IDX)
                   END-PERFORM
               END-IF
               EVALUATE SR-CATEGORY
                   WHEN "T"
                       MOVE 1 TO CAT-IDX
                   WHEN "H"
                       MOVE 2 TO CAT-IDX
                   WHEN OTHER
                       MOVE 3 TO CAT-IDX
               END-EVALUATE
               ADD SR-POINTS-EARNED TO CAT-EARNED(CAT-IDX)
               ADD SR-POINTS-POSSIBLE TO CAT-POSSIBLE(CAT-IDX)
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-STUDENT NOT = SPACES
               PERFORM FINISH-ONE-STUDENT
           END-IF
           IF CURRENT-GROUP NOT = SPACES
               PERFORM FINISH-ONE-GROUP
           END-IF.

       START-ONE-GROUP.
           ADD 1 TO GROUP-COUNT
           MOVE 0 TO GROUP-STUDENT-COUNT
           MOVE SR-SECTION-ID TO GROUP-SECTION-ID
           MOVE SR-SUBJECT TO GROUP-SUBJECT
           MOVE "NOT ON SECTREF" TO GROUP-TEACHER
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > SREF-COUNT
               MOVE SRT-RECORD(SREF-IDX) TO SECTION-REF-RECORD
               IF SF-SECTION-ID = GROUP-SECTION-ID
                   MOVE SF-TEACHER TO GROUP-TEACHER
               END-IF
           END-PERFORM
           MOVE "N" TO GROUP-WEIGHTS-SW
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 3
               MOVE 0 TO GROUP-WEIGHT(CAT-IDX)
           END-PERFORM
           PERFORM VARYING WGT-IDX FROM 1 BY 1
                   UNTIL WGT-IDX > WGT-COUNT
               MOVE WGT-RECORD(WGT-IDX) TO GRADEBOOK-WEIGHT-RECORD
               IF GW-SECTION-ID = GROUP-SECTION-ID
                   MOVE "Y" TO GROUP-WEIGHTS-SW
                   MOVE GW-TEST-WEIGHT TO GROUP-WEIGHT(1)
                   MOVE GW-HOMEWORK-WEIGHT TO GROUP-WEIGHT(2)
                   MOVE GW-PROJECT-WEIGHT TO GROUP-WEIGHT(3)
               END-IF
           END-PERFORM
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE ALL "=" TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "SECTION " GROUP-SECTION-ID "   SUBJECT "
               GROUP-SUBJECT "   TEACHER " GROUP-TEACHER
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           IF GROUP-HAS-WEIGHTS
               STRING "WEIGHTS -- TEST " GROUP-WEIGHT(1)
                   "%   HOMEWORK " GROUP-WEIGHT(2)
                   "%   PROJECT " GROUP-WEIGHT(3) "%"
                   DELIMITED BY SIZE INTO LISTING-LINE
           ELSE
               MOVE "NO WEIGHTS SET FOR THIS SECTION -- SCORES NOT SENT"
                       TO LISTING-LINE
           END-IF
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "  ID      NAME                        TEST  "
               "HOMEWORK  PROJECT  TERM"
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE ALL "-" TO LISTING-LINE
           WRITE LISTING-LINE.

       FINISH-ONE-GROUP.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "STUDENTS LISTED " GROUP-STUDENT-COUNT
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "TEACHER SIGNATURE ______________________________"
               "     DATE ____________"
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE.

      *>   A category with no points possible this term has nothing
      *>   to average and drops out; the weights of those that remain
      *>   are scaled up to carry the score.
       FINISH-ONE-STUDENT.
           ADD 1 TO STUDENT-COUNT
           ADD 1 TO GROUP-STUDENT-COUNT
           MOVE SPACES TO STUDENT-NOTE
           MOVE SPACES TO STUDENT-NAME
           MOVE 0 TO TERM-SCORE
           MOVE 0 TO WEIGHT-USED
           MOVE 0 TO WEIGHTED-SUM
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 3
               MOVE 0 TO CAT-PCT(CAT-IDX)
               IF CAT-POSSIBLE(CAT-IDX) > 0
                   COMPUTE CAT-PCT(CAT-IDX) ROUNDED =
                           CAT-EARNED(CAT-IDX) * 100
                           / CAT-POSSIBLE(CAT-IDX)
                   ADD GROUP-WEIGHT(CAT-IDX) TO WEIGHT-USED
                   COMPUTE WEIGHTED-SUM = WEIGHTED-SUM
                           + GROUP-WEIGHT(CAT-IDX) * CAT-PCT(CAT-IDX)
               END-IF
           END-PERFORM
           IF WEIGHT-USED > 0
               COMPUTE TERM-SCORE ROUNDED = WEIGHTED-SUM / WEIGHT-USED
           END-IF
           MOVE CK-STUDENT-ID TO EM-STUDENT-ID
           READ MASTER-FILE KEY IS EM-STUDENT-ID
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO STUDENT-NAME
                   MOVE "NOT ON MASTER -- HELD" TO STUDENT-NOTE
               NOT INVALID KEY
                   MOVE EM-NAME TO STUDENT-NAME
                   MOVE EM-SSN TO STUDENT-SSN
                   IF NOT EM-ACTIVE
                       MOVE "NOT ACTIVE -- HELD" TO STUDENT-NOTE
                   END-IF
           END-READ
           MOVE 0 TO STUDENT-DOB
           PERFORM VARYING PUP-IDX FROM 1 BY 1
                   UNTIL PUP-IDX > PUP-COUNT OR STUDENT-DOB > 0
               MOVE PUP-RECORD(PUP-IDX) TO GRADEBOOK-PUPIL-RECORD
               IF GP-STUDENT-ID = CK-STUDENT-ID
                   MOVE GP-BIRTH-DATE TO STUDENT-DOB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN STUDENT-NOTE NOT = SPACES
                   CONTINUE
               WHEN NOT GROUP-HAS-WEIGHTS
                   MOVE "NO WEIGHTS -- HELD" TO STUDENT-NOTE
               WHEN WEIGHT-USED = 0
                   MOVE "NO WEIGHTED WORK -- HELD" TO STUDENT-NOTE
               WHEN STUDENT-DOB = 0
                   MOVE "NO BIRTH DATE -- HELD" TO STUDENT-NOTE
           END-EVALUATE
           IF STUDENT-NOTE = SPACES
               PERFORM WRITE-ROSTER-RECORD
           ELSE
               ADD 1 TO HELD-COUNT
           END-IF
           MOVE CK-STUDENT-ID TO LD-STUDENT-ID
           MOVE STUDENT-NAME TO LD-NAME
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 3
               MOVE CAT-PCT(CAT-IDX) TO LD-PCT(CAT-IDX)
           END-PERFORM
           MOVE TERM-SCORE TO LD-TERM-SCORE
           MOVE STUDENT-NOTE TO LD-NOTE
           WRITE LISTING-LINE FROM LISTING-DETAIL.

      *>   SCHOOL balances at most 1000 records a segment, so a long
      *>   close-out is cut into as many segments as it needs.
       WRITE-ROSTER-RECORD.
           IF SEGMENT-OPEN AND CTL-WRITE-COUNT >= 1000
               PERFORM WRITE-ROSTER-TRAILER
           END-IF
           IF NOT SEGMENT-OPEN
               PERFORM WRITE-ROSTER-HEADER
           END-IF
           MOVE STUDENT-NAME TO RI-NAME
           MOVE STUDENT-SSN TO RI-SSN
           MOVE STUDENT-DOB TO RI-DOB
           MOVE TERM-SCORE TO RI-SCORE
           MOVE GROUP-SECTION-ID TO RI-SECTION
           MOVE GROUP-SUBJECT TO RI-SUBJECT
           WRITE ROSTER-IN-RECORD
           ADD 1 TO CTL-WRITE-COUNT
           ADD TERM-SCORE TO CTL-WRITE-HASH
           ADD 1 TO SENT-COUNT
           ADD TERM-SCORE TO SCORE-HASH.

       WRITE-ROSTER-HEADER.
           MOVE "HDR" TO BH-RECORD-TYPE
           MOVE "ROSTERIN" TO BH-FILE-ID
           MOVE RUN-DATE TO BH-RUN-DATE
           WRITE ROSTER-IN-RECORD FROM BATCH-HEADER-RECORD
           MOVE 0 TO CTL-WRITE-COUNT
           MOVE 0 TO CTL-WRITE-HASH
           MOVE "Y" TO SEGMENT-OPEN-SW
           ADD 1 TO SEGMENT-COUNT.

       WRITE-ROSTER-TRAILER.
           MOVE "TRL" TO BT-RECORD-TYPE
           MOVE CTL-WRITE-COUNT TO BT-RECORD-COUNT
           MOVE CTL-WRITE-HASH TO BT-HASH-TOTAL
           WRITE ROSTER-IN-RECORD FROM BATCH-TRAILER-RECORD
           MOVE "N" TO SEGMENT-OPEN-SW.

       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "35"
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-AFTER-CHECK.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO LISTING-LINE
           STRING "GRADEBOOK TERM CLOSE-OUT LISTING -- RUN DATE "
               RUN-DATE DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           IF TERM-ID = SPACES
               MOVE "ALL GRADEBOOK SCORES ON FILE (NO CALENDAR TERM)"
                       TO LISTING-LINE
           ELSE
               STRING "TERM " TERM-ID " " TERM-START " THROUGH "
                   TERM-END DELIMITED BY SIZE INTO LISTING-LINE
           END-IF
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "CATEGORY COLUMNS ARE PERCENT OF POINTS POSSIBLE; "
               "TERM IS THE WEIGHTED SCORE SENT"
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE ALL "-" TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "SECTIONS " GROUP-COUNT "   STUDENTS " STUDENT-COUNT
               "   SENT TO ROSTERIN " SENT-COUNT "   HELD " HELD-COUNT
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           STRING "ROSTERIN SEGMENTS " SEGMENT-COUNT
               "   SCORE HASH " SCORE-HASH
               DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "GBCLOSE " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE SCORE-READ-COUNT TO AUD-READ-COUNT
           MOVE SENT-COUNT TO AUD-WRITE-COUNT
           MOVE HELD-COUNT TO AUD-REJECT-COUNT
           MOVE SCORE-HASH TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "SCORES READ . . . . . . . . " SCORE-READ-COUNT
           DISPLAY "SCORES IN TERM  . . . . . . " SCORE-IN-TERM-COUNT
           DISPLAY "STUDENT TERM SCORES . . . . " STUDENT-COUNT
           DISPLAY "SENT TO ROSTERIN  . . . . . " SENT-COUNT
           DISPLAY "HELD  . . . . . . . . . . . " HELD-COUNT
           DISPLAY "ROSTERIN SEGMENTS . . . . . " SEGMENT-COUNT
           DISPLAY "-------------------------------------------".
