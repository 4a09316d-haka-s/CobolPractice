           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASRANK.
      *>****************************************************************
      *> End-of-term cumulative GPA and class rank.  Every student's
      *> whole SCORHIST history is SORTed together with the ROSTEROUT
      *> results and reduced at the student break to one cumulative
      *> GPA -- letter points times the subject's SUBJREF credit
      *> weight over the credits attempted, the report card's rule
      *> applied to every term at once (a subject missing from the
      *> catalog counts one credit, as on the report card).  As on
      *> the report card, only the latest run of a subject in a
      *> calendar term (CALCHECK) counts -- an earlier run of it in
      *> the same term was superseded -- and a blank subject on old
      *> records is the GEN catch-all.
      *>
      *> The cohort is the student's grade this school year (from
      *> July 1): the grade a PROMOFIL decision made this year was
      *> taken from, or the grade a decision from an earlier year
      *> moved the student to; with no decision, the grade on the
      *> latest ROSTEROUT result.  Students no longer active on the
      *> master are not ranked.  A second SORT orders each cohort by
      *> GPA, highest first, and the ranks are assigned in that
      *> order -- equal GPAs share a rank, the ranks after a tie are
      *> skipped, and the decile follows the rank so tied students
      *> always land in the same tenth.
      *>
      *> RANKFIL (see RANKREC) carries the result for every ranked
      *> student; RANKRPT prints the ranked listing per grade; the
      *> dean's-list and honor-roll students (RUNPARMS DEANS-GPA and
      *> HONOR-GPA) go to the HONORLST extract in the same layout for
      *> the letter run to merge.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-OUT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT RANK-WORK-FILE ASSIGN TO "RANKWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-WORK-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT RANK-FILE ASSIGN TO "RANKFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-STATUS.
           SELECT HONOR-FILE ASSIGN TO "HONORLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONOR-STATUS.
           SELECT RANK-REPORT-FILE ASSIGN TO "RANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANK-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  ROSTER-OUT-FILE.
       COPY CLASSRST.

      *>   The first sort merges history and roster by student; the
      *>   second orders each grade cohort by GPA for ranking.
       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-STUDENT-ID PIC 9(7).
           02 SR-TERM-END PIC 9(8).
           02 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-TYPE PIC X(1).
           02 SR-NAME PIC X(30).
           02 SR-GRADE PIC 99.
           02 SR-SCORE PIC X(1).
       01 COHORT-SORT-RECORD.
           02 CO-GRADE PIC 99.
           02 CO-CUM-GPA PIC 9V999.
           02 CO-NAME PIC X(30).
           02 CO-STUDENT-ID PIC 9(7).
           02 CO-CREDITS PIC 9(3)V99.

       FD  RANK-WORK-FILE.
       01 RANK-WORK-RECORD.
           02 RW-GRADE PIC 99.
           02 RW-CUM-GPA PIC 9V999.
           02 RW-NAME PIC X(30).
           02 RW-STUDENT-ID PIC 9(7).
           02 RW-CREDITS PIC 9(3)V99.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  RANK-FILE.
       COPY RANKREC.

       FD  HONOR-FILE.
       01 HONOR-RECORD PIC X(70).

       FD  RANK-REPORT-FILE.
       01 RANK-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 SUBJECT-REF-STATUS PIC XX VALUE "00".
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 RANK-WORK-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 RANK-STATUS PIC XX VALUE "00".
       01 HONOR-STATUS PIC XX VALUE "00".
       01 RANK-REPORT-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-EOF-SW PIC X(1) VALUE "N".
           88 SUBJECT-REF-EOF VALUE "Y".
       01 HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 ROSTER-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 RANK-WORK-EOF-SW PIC X(1) VALUE "N".
           88 RANK-WORK-EOF VALUE "Y".
       01 PROMO-CHECK-SW PIC X(1) VALUE "N".
           88 PROMO-CHECK-ON VALUE "Y".
       01 PROMO-FOUND-SW PIC X(1) VALUE "N".
           88 PROMO-FOUND VALUE "Y".
           88 PROMO-NOT-FOUND VALUE "N".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 HELD-SW PIC X(1) VALUE "N".
           88 RECORD-HELD VALUE "Y".
       01 NEW-TIED-SW PIC X(1) VALUE "N".
           88 NEW-TIED VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           02 RUN-YEAR PIC 9(4).
           02 RUN-MONTH-DAY PIC 9(4).
       01 SCHOOL-YEAR-START PIC 9(8) VALUE 0.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.

      *>   Retired subjects stay in the table -- an old term still
      *>   carries their scores and must weight them the same way.
       01 SUBJ-COUNT PIC 9(3) VALUE 0.
       01 SUBJ-TABLE.
           02 SUBJ-ENTRY OCCURS 200 TIMES.
               03 SJF-CODE PIC X(3).
               03 SJF-CREDIT PIC 9V99.
       01 SUBJ-IDX PIC 9(3) VALUE 0.
       01 SUBJ-FOUND-IDX PIC 9(3) VALUE 0.
       01 SEARCH-SUBJECT PIC X(3) VALUE SPACES.
       01 SUBJECT-CREDIT PIC 9V99 VALUE 0.
       01 LETTER-POINTS PIC 9 VALUE 0.

      *>   Cohort sizes by grade, kindergarten (0) in slot 1.
       01 COHORT-TABLE.
           02 COHORT-SIZE PIC 9(5) OCCURS 13 TIMES.
       01 COHORT-IDX PIC 9(3) VALUE 0.

       01 CURRENT-KEY PIC X(7) VALUE SPACES.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 CK-NAME-DATE PIC 9(8) VALUE 0.
       01 ROSTER-GRADE PIC 99 VALUE 0.
       01 ROSTER-GRADE-DATE PIC 9(8) VALUE 0.
       01 PRIOR-TERM-END PIC 9(8) VALUE 0.
       01 PRIOR-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.
       01 STUDENT-GRADE PIC 99 VALUE 0.
       01 QUALITY-POINTS PIC 9(5)V99 VALUE 0.
       01 CREDIT-TOTAL PIC 9(3)V99 VALUE 0.
       01 CUM-GPA PIC 9V999 VALUE 0.

      *>   Ranking state within the current cohort.
       01 RANK-GRADE PIC 99 VALUE 0.
       01 POSITION-IN-COHORT PIC 9(5) VALUE 0.
       01 CURRENT-RANK PIC 9(5) VALUE 0.
       01 PRIOR-GPA PIC 9V999 VALUE 0.
       01 DECILE-WORK PIC 9(5) VALUE 0.
       01 REPORT-GRADE PIC 99 VALUE 0.
       01 FIRST-REPORT-LINE-SW PIC X(1) VALUE "Y".
           88 FIRST-REPORT-LINE VALUE "Y".

      *>   The record waiting to be written -- it cannot be flagged as
      *>   tied until the next student's GPA has been seen.
       01 HELD-RANK-RECORD PIC X(70) VALUE SPACES.

       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 ROSTER-COUNT PIC 9(7) VALUE 0.
       01 UNCONVERTED-COUNT PIC 9(7) VALUE 0.
       01 SUPERSEDED-COUNT PIC 9(7) VALUE 0.
       01 STUDENT-COUNT PIC 9(7) VALUE 0.
       01 INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 RANKED-COUNT PIC 9(7) VALUE 0.
       01 DEANS-COUNT PIC 9(7) VALUE 0.
       01 HONOR-ROLL-COUNT PIC 9(7) VALUE 0.
       01 GRADE-DEANS-COUNT PIC 9(5) VALUE 0.
       01 GRADE-HONOR-COUNT PIC 9(5) VALUE 0.

       01 RANK-DETAIL.
           02 RD-RANK PIC ZZZZ9.
           02 RD-TIED PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-STUDENT-ID PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-CUM-GPA PIC 9.999.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-CREDITS PIC ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RD-DECILE PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RD-HONOR PIC X(11).

       PROCEDURE DIVISION.
       CLASRANK-DRIVER.
           MOVE 0 TO HISTORY-COUNT
           MOVE 0 TO ROSTER-COUNT
           MOVE 0 TO UNCONVERTED-COUNT
           MOVE 0 TO SUPERSEDED-COUNT
           MOVE 0 TO STUDENT-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO RANKED-COUNT
           MOVE 0 TO DEANS-COUNT
           MOVE 0 TO HONOR-ROLL-COUNT
           MOVE ZEROS TO COHORT-TABLE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE NOT = 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           IF RUN-MONTH-DAY < 0701
               COMPUTE SCHOOL-YEAR-START = (RUN-YEAR - 1) * 10000 + 701
           ELSE
               COMPUTE SCHOOL-YEAR-START = RUN-YEAR * 10000 + 701
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE -- SCORHIST NOT FOUND"
               GOBACK
           END-IF
           CLOSE HISTORY-FILE
           PERFORM LOAD-SUBJECT-CREDITS
           PERFORM OPEN-PROMOTION-FILE
           PERFORM OPEN-MASTER-FOR-CHECK
      *>   Pass one: history and roster by student, term and
      *>   subject, latest run first so the earlier runs of a subject
      *>   in the term can be passed over; each student break yields
      *>   one cumulative GPA on the work file.
           OPEN OUTPUT RANK-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID SR-TERM-END SR-SUBJECT
               ON DESCENDING KEY SR-RUN-DATE
               ON ASCENDING KEY SR-TYPE
               INPUT PROCEDURE IS RELEASE-HISTORY-AND-ROSTER
               OUTPUT PROCEDURE IS TOTAL-SORTED-STUDENTS
           CLOSE RANK-WORK-FILE
           PERFORM CLOSE-PROMOTION-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
      *>   Pass two: each cohort by GPA, best first, then by name so
      *>   tied students list alphabetically.
           OPEN OUTPUT RANK-FILE
           OPEN OUTPUT HONOR-FILE
           OPEN OUTPUT RANK-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY CO-GRADE
               ON DESCENDING KEY CO-CUM-GPA
               ON ASCENDING KEY CO-NAME CO-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-COHORT-WORK
               OUTPUT PROCEDURE IS RANK-SORTED-COHORTS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE RANK-FILE
           CLOSE HONOR-FILE
           CLOSE RANK-REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-SUBJECT-CREDITS.
           MOVE 0 TO SUBJ-COUNT
           MOVE "N" TO SUBJECT-REF-EOF-SW
           OPEN INPUT SUBJECT-REF-FILE
           IF SUBJECT-REF-STATUS = "35"
               DISPLAY "WARNING -- NO SUBJECT CATALOG ON FILE, "
                       "EVERY SUBJECT COUNTS ONE CREDIT"
           ELSE
               READ SUBJECT-REF-FILE
                   AT END SET SUBJECT-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SUBJECT-REF-EOF
                   IF SUBJ-COUNT < 200
                       ADD 1 TO SUBJ-COUNT
                       MOVE SB-SUBJECT-CODE TO SJF-CODE(SUBJ-COUNT)
                       MOVE SB-CREDIT-WEIGHT TO SJF-CREDIT(SUBJ-COUNT)
                   ELSE
                       DISPLAY "SUBJECT CATALOG TABLE FULL -- "
                               "ONE CREDIT ASSUMED FOR " SB-SUBJECT-CODE
                   END-IF
                   READ SUBJECT-REF-FILE
                       AT END SET SUBJECT-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-REF-FILE
           END-IF.

       RELEASE-HISTORY-AND-ROSTER.
           MOVE "N" TO HISTORY-EOF-SW
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO HISTORY-COUNT
      *>   History posted before the permanent ID existed cannot be
      *>   credited to anyone until the conversion run re-keys it.
               IF HI-STUDENT-ID = 0
                   ADD 1 TO UNCONVERTED-COUNT
               ELSE
                   MOVE HI-STUDENT-ID TO SR-STUDENT-ID
                   MOVE HI-RUN-DATE TO SR-RUN-DATE
                   PERFORM FIND-RUN-DATE-TERM
                   MOVE "H" TO SR-TYPE
                   MOVE HI-NAME TO SR-NAME
                   MOVE 0 TO SR-GRADE
                   IF HI-SUBJECT = SPACES
                       MOVE "GEN" TO SR-SUBJECT
                   ELSE
                       MOVE HI-SUBJECT TO SR-SUBJECT
                   END-IF
                   MOVE HI-SCORE TO SR-SCORE
                   RELEASE SORT-RECORD
               END-IF
               READ HISTORY-FILE
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "NO ROSTER RESULTS ON FILE -- GRADES TAKEN "
                       "FROM PROMOFIL ONLY"
           ELSE
               READ ROSTER-OUT-FILE
                   AT END SET ROSTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL ROSTER-EOF
      *>   Batch balancing control records are not student records.
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                           AND CR-STUDENT-ID NOT = 0
                       ADD 1 TO ROSTER-COUNT
                       MOVE CR-STUDENT-ID TO SR-STUDENT-ID
                       MOVE CR-RUN-DATE TO SR-RUN-DATE
                       MOVE 0 TO SR-TERM-END
                       MOVE "R" TO SR-TYPE
                       MOVE CR-NAME TO SR-NAME
                       MOVE CR-GRADE TO SR-GRADE
                       MOVE SPACES TO SR-SUBJECT
                       MOVE SPACE TO SR-SCORE
                       RELEASE SORT-RECORD
                   END-IF
                   READ ROSTER-OUT-FILE
                       AT END SET ROSTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-OUT-FILE
           END-IF.

      *>   The calendar term a run falls in is keyed by its last day;
      *>   with no calendar term the run stands on its own date and
      *>   nothing is superseded.
       FIND-RUN-DATE-TERM.
           MOVE "T" TO CAL-FUNCTION
           MOVE SR-RUN-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-TERM-FOUND
               MOVE CAL-TERM-END TO SR-TERM-END
           ELSE
               MOVE SR-RUN-DATE TO SR-TERM-END
           END-IF.

       TOTAL-SORTED-STUDENTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-KEY
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-STUDENT-ID NOT = CURRENT-KEY
                   IF CURRENT-KEY NOT = SPACES
                       PERFORM FINISH-ONE-STUDENT
                   END-IF
                   MOVE SR-STUDENT-ID TO CURRENT-KEY
                   MOVE 0 TO CK-NAME-DATE
                   MOVE 0 TO ROSTER-GRADE
                   MOVE 0 TO ROSTER-GRADE-DATE
                   MOVE 0 TO QUALITY-POINTS
                   MOVE 0 TO CREDIT-TOTAL
                   MOVE 0 TO PRIOR-TERM-END
                   MOVE SPACES TO PRIOR-SUBJECT
                   MOVE 0 TO PRIOR-RUN-DATE
               END-IF
      *>   The latest name and roster grade win, whatever order the
      *>   terms and subjects bring them in.
               IF SR-RUN-DATE NOT < CK-NAME-DATE
                   MOVE SR-NAME TO CK-NAME
                   MOVE SR-RUN-DATE TO CK-NAME-DATE
               END-IF
               IF SR-TYPE = "R"
                   IF SR-RUN-DATE NOT < ROSTER-GRADE-DATE
                       MOVE SR-GRADE TO ROSTER-GRADE
                       MOVE SR-RUN-DATE TO ROSTER-GRADE-DATE
                   END-IF
               ELSE
      *>   An earlier run of a subject already seen this term was
      *>   superseded by the later one; only the latest counts.
                   IF SR-TERM-END = PRIOR-TERM-END
                           AND SR-SUBJECT = PRIOR-SUBJECT
                           AND SR-RUN-DATE < PRIOR-RUN-DATE
                       ADD 1 TO SUPERSEDED-COUNT
                   ELSE
                       MOVE SR-TERM-END TO PRIOR-TERM-END
                       MOVE SR-SUBJECT TO PRIOR-SUBJECT
                       MOVE SR-RUN-DATE TO PRIOR-RUN-DATE
                       PERFORM ADD-SUBJECT-POINTS
                   END-IF
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-KEY NOT = SPACES
               PERFORM FINISH-ONE-STUDENT
           END-IF.

      *>   A blank subject on old records reads as the GEN catch-all.
       ADD-SUBJECT-POINTS.
           IF SR-SUBJECT = SPACES
               MOVE "GEN" TO SEARCH-SUBJECT
           ELSE
               MOVE SR-SUBJECT TO SEARCH-SUBJECT
           END-IF
           MOVE 1 TO SUBJECT-CREDIT
           MOVE 0 TO SUBJ-FOUND-IDX
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT OR SUBJ-FOUND-IDX > 0
               IF SJF-CODE(SUBJ-IDX) = SEARCH-SUBJECT
                   MOVE SUBJ-IDX TO SUBJ-FOUND-IDX
                   IF SJF-CREDIT(SUBJ-IDX) IS NUMERIC
                       MOVE SJF-CREDIT(SUBJ-IDX) TO SUBJECT-CREDIT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE SR-SCORE
               WHEN "A"
                   MOVE 4 TO LETTER-POINTS
               WHEN "B"
                   MOVE 3 TO LETTER-POINTS
               WHEN "C"
                   MOVE 2 TO LETTER-POINTS
               WHEN "D"
                   MOVE 1 TO LETTER-POINTS
               WHEN OTHER
                   MOVE 0 TO LETTER-POINTS
           END-EVALUATE
           COMPUTE QUALITY-POINTS = QUALITY-POINTS
               + LETTER-POINTS * SUBJECT-CREDIT
           ADD SUBJECT-CREDIT TO CREDIT-TOTAL.

      *>   A student with roster rows but no history has nothing to
      *>   average and is not ranked.
       FINISH-ONE-STUDENT.
           ADD 1 TO STUDENT-COUNT
           PERFORM CHECK-STUDENT-ACTIVE
           IF STUDENT-INACTIVE
               ADD 1 TO INACTIVE-COUNT
           ELSE
               IF CREDIT-TOTAL > 0
                   PERFORM LOOK-UP-PROMOTED-GRADE
      *>   A decision made this school year is for next year; the
      *>   student is still in the grade it was decided from.
                   IF PROMO-FOUND
                       IF PR-TERM-DATE NOT < SCHOOL-YEAR-START
                           MOVE PR-OLD-GRADE TO STUDENT-GRADE
                       ELSE
                           MOVE PR-NEW-GRADE TO STUDENT-GRADE
                       END-IF
                   ELSE
                       MOVE ROSTER-GRADE TO STUDENT-GRADE
                   END-IF
                   IF STUDENT-GRADE > 12
                       MOVE 12 TO STUDENT-GRADE
                   END-IF
                   COMPUTE CUM-GPA ROUNDED = QUALITY-POINTS / CREDIT-TOTAL
                   MOVE STUDENT-GRADE TO RW-GRADE
                   MOVE CUM-GPA TO RW-CUM-GPA
                   MOVE CK-NAME TO RW-NAME
                   MOVE CURRENT-KEY TO RW-STUDENT-ID
                   MOVE CREDIT-TOTAL TO RW-CREDITS
                   WRITE RANK-WORK-RECORD
                   COMPUTE COHORT-IDX = STUDENT-GRADE + 1
                   ADD 1 TO COHORT-SIZE(COHORT-IDX)
               END-IF
           END-IF.

       RELEASE-COHORT-WORK.
           MOVE "N" TO RANK-WORK-EOF-SW
           OPEN INPUT RANK-WORK-FILE
           READ RANK-WORK-FILE
               AT END SET RANK-WORK-EOF TO TRUE
           END-READ
           PERFORM UNTIL RANK-WORK-EOF
               MOVE RW-GRADE TO CO-GRADE
               MOVE RW-CUM-GPA TO CO-CUM-GPA
               MOVE RW-NAME TO CO-NAME
               MOVE RW-STUDENT-ID TO CO-STUDENT-ID
               MOVE RW-CREDITS TO CO-CREDITS
               RELEASE COHORT-SORT-RECORD
               READ RANK-WORK-FILE
                   AT END SET RANK-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE RANK-WORK-FILE.

       RANK-SORTED-COHORTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE "N" TO HELD-SW
           MOVE "Y" TO FIRST-REPORT-LINE-SW
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               PERFORM RANK-ONE-STUDENT
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF RECORD-HELD
               PERFORM RELEASE-HELD-RANK
           END-IF
           IF NOT FIRST-REPORT-LINE
               PERFORM WRITE-GRADE-TOTALS
           END-IF.

      *>   Competition ranking: the position counts every student, the
      *>   rank only moves when the GPA does.
       RANK-ONE-STUDENT.
           IF NOT RECORD-HELD OR CO-GRADE NOT = RANK-GRADE
               MOVE CO-GRADE TO RANK-GRADE
               MOVE 0 TO POSITION-IN-COHORT
               MOVE 0 TO CURRENT-RANK
           END-IF
           ADD 1 TO POSITION-IN-COHORT
           IF POSITION-IN-COHORT = 1 OR CO-CUM-GPA NOT = PRIOR-GPA
               MOVE POSITION-IN-COHORT TO CURRENT-RANK
               MOVE "N" TO NEW-TIED-SW
           ELSE
               MOVE "Y" TO NEW-TIED-SW
           END-IF
      *>   A tie found now also marks the student held back from the
      *>   previous record.
           IF RECORD-HELD
               PERFORM RELEASE-HELD-RANK
           END-IF
           MOVE CO-CUM-GPA TO PRIOR-GPA
           MOVE CO-STUDENT-ID TO RK-STUDENT-ID
           MOVE CO-NAME TO RK-NAME
           MOVE CO-GRADE TO RK-GRADE
           MOVE CO-CUM-GPA TO RK-CUM-GPA
           MOVE CO-CREDITS TO RK-CREDITS
           MOVE CURRENT-RANK TO RK-RANK
           IF NEW-TIED
               SET RK-TIED TO TRUE
           ELSE
               MOVE SPACE TO RK-TIED-SW
           END-IF
           COMPUTE COHORT-IDX = CO-GRADE + 1
           MOVE COHORT-SIZE(COHORT-IDX) TO RK-COHORT-SIZE
           COMPUTE DECILE-WORK = (CURRENT-RANK - 1) * 10
                                 / RK-COHORT-SIZE
           COMPUTE RK-DECILE = DECILE-WORK + 1
           EVALUATE TRUE
               WHEN CO-CUM-GPA >= PARM-DEANS-GPA
                   SET RK-DEANS-LIST TO TRUE
               WHEN CO-CUM-GPA >= PARM-HONOR-GPA
                   SET RK-HONOR-ROLL TO TRUE
               WHEN OTHER
                   MOVE SPACE TO RK-HONOR
           END-EVALUATE
           MOVE RUN-DATE TO RK-RUN-DATE
           MOVE RANK-RECORD TO HELD-RANK-RECORD
           MOVE "Y" TO HELD-SW.

       RELEASE-HELD-RANK.
           MOVE HELD-RANK-RECORD TO RANK-RECORD
           IF NEW-TIED AND NOT SORT-EOF
               SET RK-TIED TO TRUE
           END-IF
           ADD 1 TO RANKED-COUNT
           PERFORM WRITE-RANK-DETAIL
           IF RK-HONOR NOT = SPACE
               IF RK-DEANS-LIST
                   ADD 1 TO DEANS-COUNT
               ELSE
                   ADD 1 TO HONOR-ROLL-COUNT
               END-IF
               WRITE HONOR-RECORD FROM RANK-RECORD
           END-IF
           WRITE RANK-RECORD
           MOVE "N" TO HELD-SW.

       WRITE-RANK-DETAIL.
           IF FIRST-REPORT-LINE OR RK-GRADE NOT = REPORT-GRADE
               IF NOT FIRST-REPORT-LINE
                   PERFORM WRITE-GRADE-TOTALS
               END-IF
               MOVE "N" TO FIRST-REPORT-LINE-SW
               MOVE RK-GRADE TO REPORT-GRADE
               MOVE 0 TO GRADE-DEANS-COUNT
               MOVE 0 TO GRADE-HONOR-COUNT
               PERFORM WRITE-GRADE-HEADING
           END-IF
           MOVE RK-RANK TO RD-RANK
           MOVE RK-TIED-SW TO RD-TIED
           MOVE RK-STUDENT-ID TO RD-STUDENT-ID
           MOVE RK-NAME TO RD-NAME
           MOVE RK-CUM-GPA TO RD-CUM-GPA
           MOVE RK-CREDITS TO RD-CREDITS
           MOVE RK-DECILE TO RD-DECILE
           EVALUATE TRUE
               WHEN RK-DEANS-LIST
                   MOVE "DEAN'S LIST" TO RD-HONOR
                   ADD 1 TO GRADE-DEANS-COUNT
               WHEN RK-HONOR-ROLL
                   MOVE "HONOR ROLL" TO RD-HONOR
                   ADD 1 TO GRADE-HONOR-COUNT
               WHEN OTHER
                   MOVE SPACES TO RD-HONOR
           END-EVALUATE
           WRITE RANK-REPORT-LINE FROM RANK-DETAIL.

       WRITE-GRADE-HEADING.
           MOVE SPACES TO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE
           COMPUTE COHORT-IDX = REPORT-GRADE + 1
           MOVE SPACES TO RANK-REPORT-LINE
           STRING "GRADE " REPORT-GRADE
               "  COHORT " COHORT-SIZE(COHORT-IDX)
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE
           MOVE SPACES TO RANK-REPORT-LINE
           STRING " RANK   ID       NAME                            "
               "GPA     CREDITS   DECILE  HONORS"
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE.

       WRITE-GRADE-TOTALS.
           MOVE SPACES TO RANK-REPORT-LINE
           STRING "  GRADE " REPORT-GRADE
               "  DEAN'S LIST " GRADE-DEANS-COUNT
               "  HONOR ROLL " GRADE-HONOR-COUNT
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO RANK-REPORT-LINE
           STRING "CUMULATIVE GPA AND CLASS RANK -- RUN DATE "
               RUN-DATE "   (T = TIED RANK)"
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE
           MOVE ALL "-" TO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE
           MOVE ALL "-" TO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE
           MOVE SPACES TO RANK-REPORT-LINE
           STRING "STUDENTS RANKED " RANKED-COUNT
               "  DEAN'S LIST " DEANS-COUNT
               "  HONOR ROLL " HONOR-ROLL-COUNT
               DELIMITED BY SIZE INTO RANK-REPORT-LINE
           WRITE RANK-REPORT-LINE.

       OPEN-PROMOTION-FILE.
           MOVE "N" TO PROMO-CHECK-SW
           OPEN INPUT PROMOTION-FILE
           IF PROMOTION-STATUS = "35"
               DISPLAY "NO PROMOTION DECISIONS ON FILE -- GRADES "
                       "TAKEN FROM ROSTEROUT"
           ELSE
               MOVE "Y" TO PROMO-CHECK-SW
           END-IF.

       CLOSE-PROMOTION-FILE.
           IF PROMO-CHECK-ON
               CLOSE PROMOTION-FILE
           END-IF.

       LOOK-UP-PROMOTED-GRADE.
           SET PROMO-NOT-FOUND TO TRUE
           IF PROMO-CHECK-ON
               MOVE CURRENT-KEY TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PROMO-FOUND TO TRUE
               END-READ
           END-IF.

       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, ENROLLMENT "
                       "STATUS CHECK DISABLED"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-AFTER-CHECK.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       CHECK-STUDENT-ACTIVE.
           SET STUDENT-ACTIVE TO TRUE
           IF MASTER-CHECK-ON
               MOVE CURRENT-KEY TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           SET STUDENT-INACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE "CLASRANK" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = HISTORY-COUNT + ROSTER-COUNT
           MOVE RANKED-COUNT TO AUD-WRITE-COUNT
           MOVE INACTIVE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           MOVE RUN-DATE TO AUD-RUN-DATE
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "HISTORY RECORDS READ  . . . " HISTORY-COUNT
           DISPLAY "  WITHOUT A STUDENT ID  . . " UNCONVERTED-COUNT
           DISPLAY "  SUPERSEDED BY A LATER RUN " SUPERSEDED-COUNT
           DISPLAY "STUDENTS FOUND  . . . . . . " STUDENT-COUNT
           DISPLAY "  NOT ACTIVE, NOT RANKED  . " INACTIVE-COUNT
           DISPLAY "  RANKED  . . . . . . . . . " RANKED-COUNT
           DISPLAY "DEAN'S LIST . . . . . . . . " DEANS-COUNT
           DISPLAY "HONOR ROLL  . . . . . . . . " HONOR-ROLL-COUNT
           DISPLAY "-------------------------------------------"
           DISPLAY "CLASS RANK LISTING WRITTEN TO RANKRPT".
