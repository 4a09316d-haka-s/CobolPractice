           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEBK.
      *>****************************************************************
      *> Teacher gradebook entry.  Keeps the gradebook's own files:
      *> the category weights for each section (GBWGHT), the
      *> assignment-level scores (GBSCORE) and the birth date of each
      *> student scored (GBPUPIL).  The teacher sets a section's test,
      *> homework and project weights, then keys an assignment --
      *> section, subject, name, category, date and points possible --
      *> followed by each student's points earned.  Scores can be
      *> changed or deleted one at a time and a section's gradebook
      *> listed on the console.  Sections must be on SECTREF and
      *> students active on the enrollee master.  All three files are
      *> loaded into work tables, worked interactively, and rewritten
      *> on exit, the same shape as SECTMNT.  GBCLOSE turns the term's
      *> scores into the ROSTERIN batch.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHT-FILE ASSIGN TO "GBWGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEIGHT-STATUS.
           SELECT SCORE-FILE ASSIGN TO "GBSCORE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-STATUS.
           SELECT PUPIL-FILE ASSIGN TO "GBPUPIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUPIL-STATUS.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEIGHT-FILE.
       01 WEIGHT-FD-RECORD PIC X(12).

       FD  SCORE-FILE.
       01 SCORE-FD-RECORD PIC X(40).

       FD  PUPIL-FILE.
       01 PUPIL-FD-RECORD PIC X(15).

       FD  SECTION-REF-FILE.
       01 SECTION-REF-FD-RECORD PIC X(36).

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 WEIGHT-STATUS PIC XX VALUE "00".
       01 SCORE-STATUS PIC XX VALUE "00".
       01 PUPIL-STATUS PIC XX VALUE "00".
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 WEIGHT-EOF-SW PIC X(1) VALUE "N".
           88 WEIGHT-EOF VALUE "Y".
       01 SCORE-EOF-SW PIC X(1) VALUE "N".
           88 SCORE-EOF VALUE "Y".
       01 PUPIL-EOF-SW PIC X(1) VALUE "N".
           88 PUPIL-EOF VALUE "Y".
       01 SECTION-REF-EOF-SW PIC X(1) VALUE "N".
           88 SECTION-REF-EOF VALUE "Y".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       COPY GBWTREC.
       COPY GBSCREC.
       COPY GBPUREC.
       COPY SECTREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 SREF-COUNT PIC 9(3) VALUE 0.
       01 SREF-TABLE.
           02 SRT-RECORD PIC X(36) OCCURS 200 TIMES.
       01 SREF-IDX PIC 9(3) VALUE 0.
       01 SREF-FOUND-IDX PIC 9(3) VALUE 0.

       01 WGT-FILE-COUNT PIC 9(5) VALUE 0.
       01 WGT-COUNT PIC 9(3) VALUE 0.
       01 WGT-TABLE.
           02 WGT-RECORD PIC X(12) OCCURS 200 TIMES.
       01 WGT-IDX PIC 9(3) VALUE 0.
       01 WGT-FOUND-IDX PIC 9(3) VALUE 0.

       01 SCR-FILE-COUNT PIC 9(5) VALUE 0.
       01 SCR-COUNT PIC 9(5) VALUE 0.
       01 SCR-TABLE.
           02 SCR-ENTRY OCCURS 5000 TIMES.
               03 SCT-RECORD PIC X(40).
               03 SCT-DELETED-SW PIC X(1).
                   88 SCT-DELETED VALUE "Y".
       01 SCR-IDX PIC 9(5) VALUE 0.
       01 SCR-FOUND-IDX PIC 9(5) VALUE 0.
       01 SCR-ASSIGN-IDX PIC 9(5) VALUE 0.

       01 PUP-FILE-COUNT PIC 9(5) VALUE 0.
       01 PUP-COUNT PIC 9(4) VALUE 0.
       01 PUP-TABLE.
           02 PUP-RECORD PIC X(15) OCCURS 3000 TIMES.
       01 PUP-IDX PIC 9(4) VALUE 0.
       01 PUP-FOUND-IDX PIC 9(4) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-WEIGHTS VALUE "W", "w".
           88 ACTION-ENTER VALUE "E", "e".
           88 ACTION-CHANGE VALUE "C", "c".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 ENTRY-DONE-SW PIC X(1) VALUE "N".
           88 ENTRY-DONE VALUE "Y".
       01 KEY-OK-SW PIC X(1) VALUE "N".
           88 KEY-OK VALUE "Y".
       01 STUDENT-OK-SW PIC X(1) VALUE "N".
           88 STUDENT-OK VALUE "Y".

       01 WORK-SECTION-ID PIC X(3) VALUE SPACES.
       01 WORK-SUBJECT PIC X(3) VALUE SPACES.
       01 WORK-ASSIGNMENT PIC X(12) VALUE SPACES.
       01 WORK-CATEGORY PIC X(1) VALUE SPACE.
           88 WORK-CATEGORY-VALID VALUE "T", "H", "P".
       01 WORK-ASSIGN-DATE PIC 9(8) VALUE 0.
       01 WORK-POSSIBLE PIC 9(3) VALUE 0.
       01 WORK-STUDENT-ID PIC 9(7) VALUE 0.
       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 POINTS-IN PIC X(3) VALUE SPACES.
       01 POINTS-DIGITS REDEFINES POINTS-IN PIC 9(3).
       01 WEIGHT-TOTAL PIC 9(4) VALUE 0.
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 BIRTH-DATE PIC 9(8) VALUE 0.
       01 AGE PIC 99 VALUE 0.
       01 DOB-VALID-SW PIC X(1) VALUE "N".
           88 DOB-IS-VALID VALUE "Y".

       01 WEIGHT-SET-COUNT PIC 9(5) VALUE 0.
       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.
       01 PUPIL-ADD-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       GRADEBK-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO WEIGHT-SET-COUNT
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           MOVE 0 TO PUPIL-ADD-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "TEACHER GRADEBOOK ENTRY"
           PERFORM LOAD-SECTION-REF-TABLE
           PERFORM LOAD-WEIGHT-TABLE
           PERFORM LOAD-SCORE-TABLE
           PERFORM LOAD-PUPIL-TABLE
      *>   Rewriting the files from the tables would destroy any
      *>   records the tables could not hold, so refuse to run rather
      *>   than lose them.
           IF WGT-FILE-COUNT > 200 OR SCR-FILE-COUNT > 5000
                   OR PUP-FILE-COUNT > 3000
               DISPLAY "GRADEBOOK FILES TOO LARGE FOR THE WORK TABLES "
                       "-- RUN ABORTED, FILES UNCHANGED"
               GOBACK
           END-IF
           IF SREF-COUNT = 0
               DISPLAY "NO SECTIONS ON SECTREF -- RUN ABORTED"
               GOBACK
           END-IF
           PERFORM OPEN-MASTER-FOR-CHECK
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (W=WEIGHTS, E=ENTER ASSIGNMENT, "
                       "C=CHANGE SCORE, D=DELETE SCORE, L=LIST, "
                       "X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-WEIGHTS
                       PERFORM SET-SECTION-WEIGHTS
                   WHEN ACTION-ENTER
                       PERFORM ENTER-ONE-ASSIGNMENT
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-ONE-SCORE
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-SCORE
                   WHEN ACTION-LIST
                       PERFORM LIST-SECTION-GRADEBOOK
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           PERFORM CLOSE-MASTER-AFTER-CHECK
           PERFORM REWRITE-GRADEBOOK-FILES
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-SECTION-REF-TABLE.
           MOVE "N" TO SECTION-REF-EOF-SW
           MOVE 0 TO SREF-COUNT
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
           END-IF.

       LOAD-WEIGHT-TABLE.
           MOVE "N" TO WEIGHT-EOF-SW
           MOVE 0 TO WGT-FILE-COUNT
           MOVE 0 TO WGT-COUNT
           OPEN INPUT WEIGHT-FILE
           IF WEIGHT-STATUS NOT = "35"
               READ WEIGHT-FILE
                   AT END SET WEIGHT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WEIGHT-EOF
                   ADD 1 TO WGT-FILE-COUNT
                   IF WGT-FILE-COUNT <= 200
                       MOVE WEIGHT-FD-RECORD
                               TO WGT-RECORD(WGT-FILE-COUNT)
                   END-IF
                   READ WEIGHT-FILE
                       AT END SET WEIGHT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WEIGHT-FILE
               IF WGT-FILE-COUNT <= 200
                   MOVE WGT-FILE-COUNT TO WGT-COUNT
               END-IF
           END-IF
           DISPLAY "SECTION WEIGHTS LOADED  . . . " WGT-COUNT.

       LOAD-SCORE-TABLE.
           MOVE "N" TO SCORE-EOF-SW
           MOVE 0 TO SCR-FILE-COUNT
           MOVE 0 TO SCR-COUNT
           OPEN INPUT SCORE-FILE
           IF SCORE-STATUS NOT = "35"
               READ SCORE-FILE
                   AT END SET SCORE-EOF TO TRUE
               END-READ
               PERFORM UNTIL SCORE-EOF
                   ADD 1 TO SCR-FILE-COUNT
                   IF SCR-FILE-COUNT <= 5000
                       MOVE SCORE-FD-RECORD
                               TO SCT-RECORD(SCR-FILE-COUNT)
                       MOVE "N" TO SCT-DELETED-SW(SCR-FILE-COUNT)
                   END-IF
                   READ SCORE-FILE
                       AT END SET SCORE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
               IF SCR-FILE-COUNT <= 5000
                   MOVE SCR-FILE-COUNT TO SCR-COUNT
               END-IF
           END-IF
           DISPLAY "ASSIGNMENT SCORES LOADED  . . " SCR-COUNT.

       LOAD-PUPIL-TABLE.
           MOVE "N" TO PUPIL-EOF-SW
           MOVE 0 TO PUP-FILE-COUNT
           MOVE 0 TO PUP-COUNT
           OPEN INPUT PUPIL-FILE
           IF PUPIL-STATUS NOT = "35"
               READ PUPIL-FILE
                   AT END SET PUPIL-EOF TO TRUE
               END-READ
               PERFORM UNTIL PUPIL-EOF
                   ADD 1 TO PUP-FILE-COUNT
                   IF PUP-FILE-COUNT <= 3000
                       MOVE PUPIL-FD-RECORD
                               TO PUP-RECORD(PUP-FILE-COUNT)
                   END-IF
                   READ PUPIL-FILE
                       AT END SET PUPIL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PUPIL-FILE
               IF PUP-FILE-COUNT <= 3000
                   MOVE PUP-FILE-COUNT TO PUP-COUNT
               END-IF
           END-IF.

       FIND-SECTION-BY-ID.
           MOVE 0 TO SREF-FOUND-IDX
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > SREF-COUNT OR SREF-FOUND-IDX > 0
               MOVE SRT-RECORD(SREF-IDX) TO SECTION-REF-RECORD
               IF SF-SECTION-ID = WORK-SECTION-ID
                   MOVE SREF-IDX TO SREF-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-WEIGHTS-BY-SECTION.
           MOVE 0 TO WGT-FOUND-IDX
           PERFORM VARYING WGT-IDX FROM 1 BY 1
                   UNTIL WGT-IDX > WGT-COUNT OR WGT-FOUND-IDX > 0
               MOVE WGT-RECORD(WGT-IDX) TO GRADEBOOK-WEIGHT-RECORD
               IF GW-SECTION-ID = WORK-SECTION-ID
                   MOVE WGT-IDX TO WGT-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-PUPIL-BY-ID.
           MOVE 0 TO PUP-FOUND-IDX
           PERFORM VARYING PUP-IDX FROM 1 BY 1
                   UNTIL PUP-IDX > PUP-COUNT OR PUP-FOUND-IDX > 0
               MOVE PUP-RECORD(PUP-IDX) TO GRADEBOOK-PUPIL-RECORD
               IF GP-STUDENT-ID = WORK-STUDENT-ID
                   MOVE PUP-IDX TO PUP-FOUND-IDX
               END-IF
           END-PERFORM.

      *>   SCR-ASSIGN-IDX finds any student's score for the assignment
      *>   (so a second sitting reuses its category, date and points
      *>   possible); SCR-FOUND-IDX finds this student's own.
       FIND-ASSIGNMENT-SCORES.
           MOVE 0 TO SCR-ASSIGN-IDX
           MOVE 0 TO SCR-FOUND-IDX
           PERFORM VARYING SCR-IDX FROM 1 BY 1
                   UNTIL SCR-IDX > SCR-COUNT OR SCR-FOUND-IDX > 0
               IF NOT SCT-DELETED(SCR-IDX)
                   MOVE SCT-RECORD(SCR-IDX) TO GRADEBOOK-SCORE-RECORD
                   IF GB-SECTION-ID = WORK-SECTION-ID
                           AND GB-SUBJECT = WORK-SUBJECT
                           AND GB-ASSIGNMENT = WORK-ASSIGNMENT
                       IF SCR-ASSIGN-IDX = 0
                           MOVE SCR-IDX TO SCR-ASSIGN-IDX
                       END-IF
                       IF GB-STUDENT-ID = WORK-STUDENT-ID
                           MOVE SCR-IDX TO SCR-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SET-SECTION-WEIGHTS.
           DISPLAY "SECTION ID (3 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-SECTION-ID
           PERFORM FIND-SECTION-BY-ID
           IF SREF-FOUND-IDX = 0
               DISPLAY "SECTION NOT ON SECTREF"
           ELSE
               PERFORM FIND-WEIGHTS-BY-SECTION
               IF WGT-FOUND-IDX = 0 AND WGT-COUNT >= 200
                   DISPLAY "WEIGHT TABLE FULL -- REFUSED"
               ELSE
                   MOVE WORK-SECTION-ID TO GW-SECTION-ID
                   MOVE 0 TO WEIGHT-TOTAL
                   PERFORM UNTIL WEIGHT-TOTAL = 100
                       DISPLAY "TEST WEIGHT (PERCENT) " WITH NO ADVANCING
                       PERFORM ACCEPT-POINTS
                       MOVE POINTS-DIGITS TO GW-TEST-WEIGHT
                       DISPLAY "HOMEWORK WEIGHT (PERCENT) "
                               WITH NO ADVANCING
                       PERFORM ACCEPT-POINTS
                       MOVE POINTS-DIGITS TO GW-HOMEWORK-WEIGHT
                       DISPLAY "PROJECT WEIGHT (PERCENT) "
                               WITH NO ADVANCING
                       PERFORM ACCEPT-POINTS
                       MOVE POINTS-DIGITS TO GW-PROJECT-WEIGHT
                       COMPUTE WEIGHT-TOTAL = GW-TEST-WEIGHT
                               + GW-HOMEWORK-WEIGHT + GW-PROJECT-WEIGHT
                       IF WEIGHT-TOTAL NOT = 100
                           DISPLAY "WEIGHTS TOTAL " WEIGHT-TOTAL
                                   " -- MUST TOTAL 100, RE-ENTER"
                       END-IF
                   END-PERFORM
                   IF WGT-FOUND-IDX = 0
                       ADD 1 TO WGT-COUNT
                       MOVE WGT-COUNT TO WGT-FOUND-IDX
                   END-IF
                   MOVE GRADEBOOK-WEIGHT-RECORD
                           TO WGT-RECORD(WGT-FOUND-IDX)
                   ADD 1 TO WEIGHT-SET-COUNT
                   DISPLAY "WEIGHTS SET FOR SECTION " WORK-SECTION-ID
               END-IF
           END-IF.

      *>   Section, subject and assignment name identify the
      *>   assignment; the subject defaults to the one SECTREF says
      *>   the section teaches.
       ACCEPT-ASSIGNMENT-KEY.
           MOVE "N" TO KEY-OK-SW
           DISPLAY "SECTION ID (3 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-SECTION-ID
           PERFORM FIND-SECTION-BY-ID
           IF SREF-FOUND-IDX = 0
               DISPLAY "SECTION NOT ON SECTREF"
           ELSE
               MOVE SPACES TO WORK-SUBJECT
               IF SF-SUBJECT = SPACES
                   DISPLAY "SUBJECT CODE " WITH NO ADVANCING
               ELSE
                   DISPLAY "SUBJECT CODE (BLANK = " SF-SUBJECT ") "
                           WITH NO ADVANCING
               END-IF
               ACCEPT WORK-SUBJECT
               IF WORK-SUBJECT = SPACES
                   MOVE SF-SUBJECT TO WORK-SUBJECT
               END-IF
               DISPLAY "ASSIGNMENT NAME " WITH NO ADVANCING
               ACCEPT WORK-ASSIGNMENT
               EVALUATE TRUE
                   WHEN WORK-SUBJECT = SPACES
                       DISPLAY "SUBJECT CODE REQUIRED"
                   WHEN WORK-ASSIGNMENT = SPACES
                       DISPLAY "ASSIGNMENT NAME REQUIRED"
                   WHEN OTHER
                       SET KEY-OK TO TRUE
               END-EVALUATE
           END-IF.

       ENTER-ONE-ASSIGNMENT.
           PERFORM ACCEPT-ASSIGNMENT-KEY
           IF KEY-OK
               MOVE 0 TO WORK-STUDENT-ID
               PERFORM FIND-ASSIGNMENT-SCORES
               IF SCR-ASSIGN-IDX > 0
                   MOVE SCT-RECORD(SCR-ASSIGN-IDX)
                           TO GRADEBOOK-SCORE-RECORD
                   MOVE GB-CATEGORY TO WORK-CATEGORY
                   MOVE GB-ASSIGN-DATE TO WORK-ASSIGN-DATE
                   MOVE GB-POINTS-POSSIBLE TO WORK-POSSIBLE
                   DISPLAY "ADDING TO ASSIGNMENT ON FILE -- CATEGORY "
                           WORK-CATEGORY " DATED " WORK-ASSIGN-DATE
                           " OUT OF " WORK-POSSIBLE
               ELSE
                   MOVE SPACE TO WORK-CATEGORY
                   PERFORM UNTIL WORK-CATEGORY-VALID
                       DISPLAY "CATEGORY (T=TEST, H=HOMEWORK, "
                               "P=PROJECT) " WITH NO ADVANCING
                       ACCEPT WORK-CATEGORY
                       INSPECT WORK-CATEGORY CONVERTING "thp" TO "THP"
                   END-PERFORM
                   DISPLAY "ASSIGNMENT DATE (YYYYMMDD) "
                           WITH NO ADVANCING
                   PERFORM ACCEPT-ONE-DATE
                   MOVE DATE-DIGITS TO WORK-ASSIGN-DATE
                   MOVE 0 TO WORK-POSSIBLE
                   PERFORM UNTIL WORK-POSSIBLE > 0
                       DISPLAY "POINTS POSSIBLE (1-999) "
                               WITH NO ADVANCING
                       PERFORM ACCEPT-POINTS
                       MOVE POINTS-DIGITS TO WORK-POSSIBLE
                   END-PERFORM
               END-IF
               MOVE "N" TO ENTRY-DONE-SW
               PERFORM UNTIL ENTRY-DONE
                   DISPLAY "STUDENT ID (0 = DONE) " WITH NO ADVANCING
                   PERFORM ACCEPT-STUDENT-ID
                   IF WORK-STUDENT-ID = 0
                       SET ENTRY-DONE TO TRUE
                   ELSE
                       PERFORM ENTER-ONE-STUDENT-SCORE
                   END-IF
               END-PERFORM
           END-IF.

       ENTER-ONE-STUDENT-SCORE.
           PERFORM CHECK-STUDENT-ON-MASTER
           IF STUDENT-OK
               PERFORM FIND-ASSIGNMENT-SCORES
               EVALUATE TRUE
                   WHEN SCR-FOUND-IDX > 0
                       DISPLAY "SCORE ALREADY KEYED -- USE CHANGE"
                   WHEN SCR-COUNT >= 5000
                       DISPLAY "SCORE TABLE FULL -- ADD REFUSED"
                   WHEN OTHER
                       PERFORM CHECK-PUPIL-BIRTH-DATE
                       IF STUDENT-OK
                           PERFORM ACCEPT-POINTS-EARNED
                           MOVE WORK-STUDENT-ID TO GB-STUDENT-ID
                           MOVE WORK-SECTION-ID TO GB-SECTION-ID
                           MOVE WORK-SUBJECT TO GB-SUBJECT
                           MOVE WORK-CATEGORY TO GB-CATEGORY
                           MOVE WORK-ASSIGNMENT TO GB-ASSIGNMENT
                           MOVE WORK-ASSIGN-DATE TO GB-ASSIGN-DATE
                           MOVE POINTS-DIGITS TO GB-POINTS-EARNED
                           MOVE WORK-POSSIBLE TO GB-POINTS-POSSIBLE
                           ADD 1 TO SCR-COUNT
                           MOVE GRADEBOOK-SCORE-RECORD
                                   TO SCT-RECORD(SCR-COUNT)
                           MOVE "N" TO SCT-DELETED-SW(SCR-COUNT)
                           ADD 1 TO ADD-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       CHANGE-ONE-SCORE.
           PERFORM ACCEPT-ASSIGNMENT-KEY
           IF KEY-OK
               DISPLAY "STUDENT ID " WITH NO ADVANCING
               PERFORM ACCEPT-STUDENT-ID
               PERFORM FIND-ASSIGNMENT-SCORES
               IF SCR-FOUND-IDX = 0
                   DISPLAY "NO SCORE ON FILE FOR THAT STUDENT AND "
                           "ASSIGNMENT"
               ELSE
                   MOVE SCT-RECORD(SCR-FOUND-IDX)
                           TO GRADEBOOK-SCORE-RECORD
                   MOVE GB-POINTS-POSSIBLE TO WORK-POSSIBLE
                   DISPLAY "CURRENT SCORE " GB-POINTS-EARNED " OUT OF "
                           GB-POINTS-POSSIBLE
                   PERFORM ACCEPT-POINTS-EARNED
                   MOVE POINTS-DIGITS TO GB-POINTS-EARNED
                   MOVE GRADEBOOK-SCORE-RECORD
                           TO SCT-RECORD(SCR-FOUND-IDX)
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "SCORE CHANGED"
               END-IF
           END-IF.

       DELETE-ONE-SCORE.
           PERFORM ACCEPT-ASSIGNMENT-KEY
           IF KEY-OK
               DISPLAY "STUDENT ID " WITH NO ADVANCING
               PERFORM ACCEPT-STUDENT-ID
               PERFORM FIND-ASSIGNMENT-SCORES
               IF SCR-FOUND-IDX = 0
                   DISPLAY "NO SCORE ON FILE FOR THAT STUDENT AND "
                           "ASSIGNMENT"
               ELSE
                   MOVE "Y" TO SCT-DELETED-SW(SCR-FOUND-IDX)
                   ADD 1 TO DELETE-COUNT
                   DISPLAY "SCORE DELETED"
               END-IF
           END-IF.

       LIST-SECTION-GRADEBOOK.
           DISPLAY "SECTION ID (3 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-SECTION-ID
           DISPLAY "-------------------------------------------"
           PERFORM FIND-WEIGHTS-BY-SECTION
           IF WGT-FOUND-IDX = 0
               DISPLAY "SECTION " WORK-SECTION-ID " -- NO WEIGHTS SET"
           ELSE
               DISPLAY "SECTION " WORK-SECTION-ID
                       "  TEST " GW-TEST-WEIGHT
                       "  HOMEWORK " GW-HOMEWORK-WEIGHT
                       "  PROJECT " GW-PROJECT-WEIGHT
           END-IF
           PERFORM VARYING SCR-IDX FROM 1 BY 1
                   UNTIL SCR-IDX > SCR-COUNT
               IF NOT SCT-DELETED(SCR-IDX)
                   MOVE SCT-RECORD(SCR-IDX) TO GRADEBOOK-SCORE-RECORD
                   IF GB-SECTION-ID = WORK-SECTION-ID
                       DISPLAY GB-SUBJECT " " GB-ASSIGNMENT " "
                               GB-CATEGORY " " GB-ASSIGN-DATE
                               "  STUDENT " GB-STUDENT-ID "  "
                               GB-POINTS-EARNED " / "
                               GB-POINTS-POSSIBLE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------".

       CHECK-STUDENT-ON-MASTER.
           MOVE "Y" TO STUDENT-OK-SW
           IF MASTER-CHECK-ON
               MOVE WORK-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY
                       MOVE "N" TO STUDENT-OK-SW
                       DISPLAY "STUDENT ID NOT ON THE MASTER"
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           MOVE "N" TO STUDENT-OK-SW
                           DISPLAY "STUDENT NO LONGER ACTIVE -- "
                                   EM-NAME
                       ELSE
                           DISPLAY "  " EM-NAME
                       END-IF
               END-READ
           END-IF.

      *>   The birth date is asked for only the first time a student
      *>   is scored; ROSTERIN cannot be built without it.
       CHECK-PUPIL-BIRTH-DATE.
           PERFORM FIND-PUPIL-BY-ID
           IF PUP-FOUND-IDX = 0
               IF PUP-COUNT >= 3000
                   MOVE "N" TO STUDENT-OK-SW
                   DISPLAY "PUPIL TABLE FULL -- ADD REFUSED"
               ELSE
                   MOVE "N" TO DOB-VALID-SW
                   PERFORM UNTIL DOB-IS-VALID
                       DISPLAY "BIRTH DATE (YYYYMMDD) "
                               WITH NO ADVANCING
                       PERFORM ACCEPT-ONE-DATE
                       MOVE DATE-DIGITS TO BIRTH-DATE
                       CALL "CALCAGE" USING BIRTH-DATE, RUN-DATE,
                               PARM-AGE-MIN, PARM-AGE-MAX, AGE,
                               DOB-VALID-SW
                       IF NOT DOB-IS-VALID
                           DISPLAY "BIRTH DATE OUTSIDE THE AGE RANGE "
                                   "-- RE-ENTER"
                       END-IF
                   END-PERFORM
                   MOVE WORK-STUDENT-ID TO GP-STUDENT-ID
                   MOVE BIRTH-DATE TO GP-BIRTH-DATE
                   ADD 1 TO PUP-COUNT
                   MOVE GRADEBOOK-PUPIL-RECORD TO PUP-RECORD(PUP-COUNT)
                   ADD 1 TO PUPIL-ADD-COUNT
               END-IF
           END-IF.

       ACCEPT-STUDENT-ID.
           MOVE SPACES TO STUDENT-ID-IN
           ACCEPT STUDENT-ID-IN
           PERFORM UNTIL STUDENT-ID-IN IS NUMERIC
               DISPLAY "STUDENT ID MUST BE 7 DIGITS -- RE-ENTER "
                       WITH NO ADVANCING
               ACCEPT STUDENT-ID-IN
           END-PERFORM
           MOVE STUDENT-ID-DIGITS TO WORK-STUDENT-ID.

       ACCEPT-POINTS-EARNED.
           MOVE 999 TO POINTS-DIGITS
           PERFORM UNTIL POINTS-DIGITS <= WORK-POSSIBLE
               DISPLAY "POINTS EARNED (0-" WORK-POSSIBLE ") "
                       WITH NO ADVANCING
               PERFORM ACCEPT-POINTS
               IF POINTS-DIGITS > WORK-POSSIBLE
                   DISPLAY "MORE THAN THE POINTS POSSIBLE -- RE-ENTER"
               END-IF
           END-PERFORM.

       ACCEPT-POINTS.
           MOVE SPACES TO POINTS-IN
           ACCEPT POINTS-IN
           PERFORM UNTIL POINTS-IN IS NUMERIC
               DISPLAY "ENTER 3 DIGITS (E.G. 085) -- RE-ENTER "
                       WITH NO ADVANCING
               ACCEPT POINTS-IN
           END-PERFORM.

       ACCEPT-ONE-DATE.
           MOVE "N" TO DATE-VALID-SW
           PERFORM UNTIL DATE-IS-VALID
               ACCEPT DATE-IN
               IF DATE-IN IS NUMERIC
                   CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                           DATE-VALID-SW
               ELSE
                   MOVE "N" TO DATE-VALID-SW
               END-IF
               IF NOT DATE-IS-VALID
                   DISPLAY "NOT A CALENDAR DATE -- RE-ENTER (YYYYMMDD) "
                           WITH NO ADVANCING
               END-IF
           END-PERFORM.

       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, STUDENT ID "
                       "CHECK DISABLED"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-AFTER-CHECK.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       REWRITE-GRADEBOOK-FILES.
           OPEN OUTPUT WEIGHT-FILE
           PERFORM VARYING WGT-IDX FROM 1 BY 1
                   UNTIL WGT-IDX > WGT-COUNT
               WRITE WEIGHT-FD-RECORD FROM WGT-RECORD(WGT-IDX)
           END-PERFORM
           CLOSE WEIGHT-FILE
           OPEN OUTPUT SCORE-FILE
           PERFORM VARYING SCR-IDX FROM 1 BY 1
                   UNTIL SCR-IDX > SCR-COUNT
               IF NOT SCT-DELETED(SCR-IDX)
                   WRITE SCORE-FD-RECORD FROM SCT-RECORD(SCR-IDX)
               END-IF
           END-PERFORM
           CLOSE SCORE-FILE
           OPEN OUTPUT PUPIL-FILE
           PERFORM VARYING PUP-IDX FROM 1 BY 1
                   UNTIL PUP-IDX > PUP-COUNT
               WRITE PUPIL-FD-RECORD FROM PUP-RECORD(PUP-IDX)
           END-PERFORM
           CLOSE PUPIL-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "GRADEBK " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE SCR-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ADD-COUNT + CHANGE-COUNT
                   + WEIGHT-SET-COUNT
           MOVE DELETE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "SECTION WEIGHTS SET . . . . " WEIGHT-SET-COUNT
           DISPLAY "SCORES ADDED  . . . . . . . " ADD-COUNT
           DISPLAY "SCORES CHANGED  . . . . . . " CHANGE-COUNT
           DISPLAY "SCORES DELETED  . . . . . . " DELETE-COUNT
           DISPLAY "BIRTH DATES RECORDED  . . . " PUPIL-ADD-COUNT
           DISPLAY "-------------------------------------------".
