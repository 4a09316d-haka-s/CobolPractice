      *> pending manual review.  The grade going into the term comes
      *> from the term's ROSTEROUT records, sorted once into a work
      *> file and matched balance-line style.  One decision record
      *> per student goes to the indexed PROMOFIL (keyed by the
      *> permanent student ID, so SCHOOL and NITELY read the decided
      *> grade directly);
      *> the retention register for the principal's office prints to
      *> PROMORPT.  The term is the school calendar term (CALCHECK)
      *> containing the keyed date -- or the latest one ended before
      *> it -- and every run dated inside it counts, the latest run
      *> of each subject standing for that subject; with no term on
      *> the calendar the run falls back to the keyed date alone.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT PROMO-REPORT-FILE ASSIGN TO "PROMORPT"
               ORGANIZATION IS LINE SEQUENTIAL
       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
           02 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-SSN-MASKED PIC X(11).
           02 SR-NAME PIC X(30).
           02 SR-NUMERIC-SCORE PIC 999.
           02 SR-PASS-FAIL PIC X(1).
           02 SR-GRADE PIC 99.

       FD  GRADE-WORK-FILE.
       01 GRADE-WORK-RECORD.
           02 GW-STUDENT-ID PIC 9(7).
           02 GW-GRADE PIC 99.

       FD  PROMOTION-FILE.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE-IN PIC X(8) VALUE SPACES.
       01 TERM-START PIC 9(8) VALUE ZERO.
       01 TERM-END PIC 9(8) VALUE ZERO.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.

       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 ROSTER-GRADE-COUNT PIC 9(7) VALUE 0.
       01 CURRENT-KEY.
           02 CK-STUDENT-ID PIC X(7) VALUE SPACES.
       01 CK-SSN-MASKED PIC X(11) VALUE SPACES.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 PRIOR-GRADE-KEY PIC X(7) VALUE LOW-VALUES.
       01 PRIOR-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.
       01 SUPERSEDED-COUNT PIC 9(7) VALUE 0.

      *>   Cursor into the sorted grade work file; HIGH-VALUES marks
      *>   a drained stream.  Both streams ascend on student ID, so
      *>   the old-grade match is one forward pass.
       01 GRADE-SIDE-KEY PIC X(7) VALUE HIGH-VALUES.
       01 GRADE-SIDE-GRADE PIC 99 VALUE 0.

       01 FAIL-COUNT-STUDENT PIC 9(3) VALUE 0.
           MOVE 0 TO PROMOTED-COUNT
           MOVE 0 TO RETAINED-COUNT
           MOVE 0 TO BORDERLINE-COUNT
           MOVE 0 TO SUPERSEDED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           DISPLAY "PROMOTION RUN FOR TERM DATE (YYYYMMDD, "
                   MOVE RUN-DATE TO TERM-DATE
               END-IF
           END-IF
           PERFORM FIND-CALENDAR-TERM
           COMPUTE MARGIN-FLOOR = PARM-CUTOFF-D - PARM-PROMOTE-MARGIN
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
      *>   work file, one row per student, for the old-grade match.
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               ON DESCENDING KEY SR-RUN-DATE
               INPUT PROCEDURE IS RELEASE-ROSTER-GRADES
               OUTPUT PROCEDURE IS SAVE-SORTED-GRADES
      *>   Pass two: the term's history sorts by student and each key
           PERFORM READ-NEXT-GRADE-SIDE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY SR-SUBJECT
               ON DESCENDING KEY SR-RUN-DATE
               INPUT PROCEDURE IS RELEASE-TERM-HISTORY
               OUTPUT PROCEDURE IS DECIDE-SORTED-STUDENTS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   A date inside a calendar term (or after one) decides the
      *>   whole term; the decision carries the term's last day.
       FIND-CALENDAR-TERM.
           MOVE "T" TO CAL-FUNCTION
           MOVE TERM-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-TERM-FOUND
               MOVE CAL-TERM-START TO TERM-START
               MOVE CAL-TERM-END TO TERM-END
               MOVE CAL-TERM-END TO TERM-DATE
               DISPLAY "CALENDAR TERM " CAL-TERM-ID " -- "
                       TERM-START " THROUGH " TERM-END
           ELSE
               MOVE TERM-DATE TO TERM-START
               MOVE TERM-DATE TO TERM-END
               DISPLAY "NO CALENDAR TERM FOR " TERM-DATE
                       " -- THAT RUN DATE ONLY"
           END-IF.

       RELEASE-ROSTER-GRADES.
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-OUT-FILE
      *>   Batch balancing control records are not student records.
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                           AND CR-RUN-DATE >= TERM-START
                           AND CR-RUN-DATE <= TERM-END
                       MOVE CR-STUDENT-ID TO SR-STUDENT-ID
                       MOVE SPACES TO SR-SUBJECT
                       MOVE CR-RUN-DATE TO SR-RUN-DATE
                       MOVE CR-SSN-MASKED TO SR-SSN-MASKED
                       MOVE SPACES TO SR-NAME
                       MOVE 0 TO SR-NUMERIC-SCORE
           END-IF.

      *>   One grade row per student survives -- the term writes one
      *>   ROSTEROUT row per subject, all carrying the same grade, and
      *>   the latest run of the term sorts first.
       SAVE-SORTED-GRADES.
           MOVE "N" TO SORT-EOF-SW
           MOVE LOW-VALUES TO PRIOR-GRADE-KEY
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-KEY NOT = PRIOR-GRADE-KEY
                   MOVE SR-KEY TO PRIOR-GRADE-KEY
                   MOVE SR-STUDENT-ID TO GW-STUDENT-ID
                   MOVE SR-GRADE TO GW-GRADE
                   WRITE GRADE-WORK-RECORD
                   ADD 1 TO ROSTER-GRADE-COUNT
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL HISTORY-EOF
               IF HI-RUN-DATE >= TERM-START
                       AND HI-RUN-DATE <= TERM-END
                   ADD 1 TO HISTORY-COUNT
                   MOVE HI-STUDENT-ID TO SR-STUDENT-ID
      *>   A blank subject on old records reads as the GEN catch-all.
                   IF HI-SUBJECT = SPACES
                       MOVE "GEN" TO SR-SUBJECT
                   ELSE
                       MOVE HI-SUBJECT TO SR-SUBJECT
                   END-IF
                   MOVE HI-RUN-DATE TO SR-RUN-DATE
                   MOVE HI-SSN-MASKED TO SR-SSN-MASKED
                   MOVE HI-NAME TO SR-NAME
                   MOVE HI-NUMERIC-SCORE TO SR-NUMERIC-SCORE
                       PERFORM DECIDE-ONE-STUDENT
                   END-IF
                   MOVE SR-KEY TO CURRENT-KEY
                   MOVE SR-SSN-MASKED TO CK-SSN-MASKED
                   MOVE SR-NAME TO CK-NAME
                   MOVE 0 TO FAIL-COUNT-STUDENT
                   MOVE "Y" TO BORDERLINE-OK-SW
                   MOVE SPACES TO PRIOR-SUBJECT
                   MOVE 0 TO PRIOR-RUN-DATE
               END-IF
      *>   An earlier run of a subject already seen this term was
      *>   superseded by the later one; only the latest counts.
               IF SR-SUBJECT = PRIOR-SUBJECT
                       AND SR-RUN-DATE < PRIOR-RUN-DATE
                   ADD 1 TO SUPERSEDED-COUNT
               ELSE
                   MOVE SR-SUBJECT TO PRIOR-SUBJECT
                   MOVE SR-RUN-DATE TO PRIOR-RUN-DATE
                   IF SR-PASS-FAIL NOT = "P"
                       ADD 1 TO FAIL-COUNT-STUDENT
                       IF SR-NUMERIC-SCORE < MARGIN-FLOOR
                           MOVE "N" TO BORDERLINE-OK-SW
                       END-IF
                   END-IF
               END-IF
               RETURN SORT-FILE
                   ADD 1 TO RETAINED-COUNT
                   MOVE OLD-GRADE TO NEW-GRADE
           END-EVALUATE
           MOVE CK-STUDENT-ID TO PR-STUDENT-ID
           MOVE CK-SSN-MASKED TO PR-SSN-MASKED
           MOVE CK-NAME TO PR-NAME
           MOVE OLD-GRADE TO PR-OLD-GRADE
           WRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE DECISION KEY -- SECOND "
                           "DECISION SKIPPED FOR " PR-STUDENT-ID
           END-WRITE
           IF DECISION-CODE NOT = "P"
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

      *>   Both streams ascend on student ID, so the cursor only ever
      *>   moves forward; a student with no term roster row decides
      *>   from grade zero, the same as before.
       LOOK-UP-OLD-GRADE.
           MOVE 0 TO OLD-GRADE
           PERFORM UNTIL GRADE-SIDE-KEY >= CK-STUDENT-ID
               PERFORM READ-NEXT-GRADE-SIDE
           END-PERFORM
           IF GRADE-SIDE-KEY = CK-STUDENT-ID
               MOVE GRADE-SIDE-GRADE TO OLD-GRADE
           END-IF.

                       SET GRADE-WORK-EOF TO TRUE
                       MOVE HIGH-VALUES TO GRADE-SIDE-KEY
                   NOT AT END
                       MOVE GW-STUDENT-ID TO GRADE-SIDE-KEY
                       MOVE GW-GRADE TO GRADE-SIDE-GRADE
               END-READ
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO PROMO-REPORT-LINE
           STRING "RETENTION REGISTER -- TERM " TERM-START
               " THROUGH " TERM-END
               "  RUN " RUN-DATE
               DELIMITED BY SIZE INTO PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE
           DISPLAY "PROMOTED  . . . . . . . . . " PROMOTED-COUNT
           DISPLAY "RETAINED  . . . . . . . . . " RETAINED-COUNT
           DISPLAY "BORDERLINE FOR REVIEW . . . " BORDERLINE-COUNT
           DISPLAY "EARLIER RUNS SUPERSEDED . . " SUPERSEDED-COUNT
           DISPLAY "-------------------------------------------".
