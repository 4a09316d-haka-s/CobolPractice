           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDCHG.
      *>****************************************************************
      *> Post-run grade change entry and review.  A score that has
      *> already gone out on a SCHOOL run (clerical error, a won
      *> appeal, late work accepted) is never corrected in place;
      *> the operator keys a change request naming the student, the
      *> subject and the run date of the SCORHIST record, the
      *> corrected numeric score and a reason code, and it waits on
      *> the GRDCHG queue.  A second operator reviews the queue here
      *> and approves or refuses each request -- never the operator
      *> who keyed it, the same maker-checker rule APPROVE enforces
      *> for master maintenance.  GRDAPPLY applies the approved
      *> requests.  The queue is loaded into a work table, worked
      *> interactively, and rewritten on exit.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "GRDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01 CHANGE-FD-RECORD PIC X(91).

       FD  HISTORY-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01 CHANGE-STATUS PIC XX VALUE "00".
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 CHANGE-EOF-SW PIC X(1) VALUE "N".
           88 CHANGE-EOF VALUE "Y".
       01 HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       COPY GCHGREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 CHG-FILE-COUNT PIC 9(7) VALUE 0.
       01 CHG-COUNT PIC 9(5) VALUE 0.
       01 CHG-TABLE.
           02 CHG-ENTRY PIC X(91) OCCURS 1000 TIMES.
       01 CHG-IDX PIC 9(5) VALUE 0.
       01 CHG-FOUND-IDX PIC 9(5) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-ENTER VALUE "E", "e".
           88 ACTION-REVIEW VALUE "R", "r".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 REVIEW-ACTION PIC X(1) VALUE SPACE.
           88 REVIEW-APPROVE VALUE "A", "a".
           88 REVIEW-REFUSE VALUE "R", "r".
           88 REVIEW-QUIT VALUE "Q", "q".
       01 REVIEW-DONE-SW PIC X(1) VALUE "N".
           88 REVIEW-DONE VALUE "Y".
       01 HISTORY-FOUND-SW PIC X(1) VALUE "N".
           88 HISTORY-FOUND VALUE "Y".

       01 WORK-STUDENT-ID PIC 9(7) VALUE 0.
       01 WORK-SUBJECT PIC X(3) VALUE SPACES.
       01 WORK-RUN-DATE PIC 9(8) VALUE 0.
       01 WORK-REASON PIC X(4) VALUE SPACES.
       01 MATCH-SUBJECT PIC X(3) VALUE SPACES.
       01 FOUND-NAME PIC X(30) VALUE SPACES.
       01 FOUND-SECTION PIC X(3) VALUE SPACES.
       01 FOUND-NUMERIC-SCORE PIC 999 VALUE 0.
       01 FOUND-SCORE PIC X(1) VALUE SPACE.
       01 FOUND-PASS-FAIL PIC X(1) VALUE SPACE.
       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 SCORE-IN PIC X(3) VALUE SPACES.
       01 SCORE-DIGITS REDEFINES SCORE-IN PIC 9(3).
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".

       01 ENTERED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 APPROVED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 LISTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       GRDCHG-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO ENTERED-COUNT
           MOVE 0 TO REJECTED-COUNT
           MOVE 0 TO APPROVED-COUNT
           MOVE 0 TO REFUSED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "POST-RUN GRADE CHANGE ENTRY AND REVIEW"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE OPERATOR-ID TO AUD-OPERATOR
           PERFORM LOAD-CHANGE-TABLE
      *>   Rewriting the queue from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF CHG-FILE-COUNT > 1000
               DISPLAY "TOO MANY GRADE CHANGE RECORDS ("
                       CHG-FILE-COUNT ") -- RUN ABORTED, "
                       "QUEUE UNCHANGED"
               GOBACK
           END-IF
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (E=ENTER CHANGE, R=REVIEW PENDING, "
                       "L=LIST QUEUE, X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-ENTER
                       PERFORM ENTER-ONE-CHANGE
                   WHEN ACTION-REVIEW
                       PERFORM REVIEW-PENDING-CHANGES
                   WHEN ACTION-LIST
                       PERFORM LIST-CHANGE-QUEUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           PERFORM REWRITE-CHANGE-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-CHANGE-TABLE.
           MOVE "N" TO CHANGE-EOF-SW
           MOVE 0 TO CHG-FILE-COUNT
           MOVE 0 TO CHG-COUNT
           OPEN INPUT CHANGE-FILE
           IF CHANGE-STATUS NOT = "35"
               READ CHANGE-FILE
                   AT END SET CHANGE-EOF TO TRUE
               END-READ
               PERFORM UNTIL CHANGE-EOF
                   ADD 1 TO CHG-FILE-COUNT
                   IF CHG-FILE-COUNT <= 1000
                       MOVE CHANGE-FD-RECORD
                               TO CHG-ENTRY(CHG-FILE-COUNT)
                   END-IF
                   READ CHANGE-FILE
                       AT END SET CHANGE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
               IF CHG-FILE-COUNT <= 1000
                   MOVE CHG-FILE-COUNT TO CHG-COUNT
               END-IF
           END-IF
           DISPLAY "GRADE CHANGE RECORDS LOADED . " CHG-COUNT.

       ENTER-ONE-CHANGE.
           IF CHG-COUNT >= 1000
               DISPLAY "GRADE CHANGE QUEUE FULL -- RUN GRDAPPLY FIRST"
               ADD 1 TO REJECTED-COUNT
           ELSE
               DISPLAY "STUDENT ID " WITH NO ADVANCING
               ACCEPT STUDENT-ID-IN
               DISPLAY "SUBJECT (BLANK = GEN) " WITH NO ADVANCING
               ACCEPT WORK-SUBJECT
               DISPLAY "RUN DATE OF THE SCORE (YYYYMMDD) "
                       WITH NO ADVANCING
               ACCEPT DATE-IN
               IF STUDENT-ID-IN NOT NUMERIC OR STUDENT-ID-DIGITS = 0
                   DISPLAY "STUDENT ID MUST BE 7 DIGITS -- NOT ENTERED"
                   ADD 1 TO REJECTED-COUNT
               ELSE
                   MOVE STUDENT-ID-DIGITS TO WORK-STUDENT-ID
                   IF WORK-SUBJECT = SPACES
                       MOVE "GEN" TO WORK-SUBJECT
                   END-IF
                   MOVE "N" TO DATE-VALID-SW
                   IF DATE-IN IS NUMERIC
                       CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                               DATE-VALID-SW
                   END-IF
                   IF NOT DATE-IS-VALID
                       DISPLAY "RUN DATE IS NOT A VALID DATE -- "
                               "NOT ENTERED"
                       ADD 1 TO REJECTED-COUNT
                   ELSE
                       MOVE DATE-DIGITS TO WORK-RUN-DATE
                       PERFORM ENTER-CHANGE-FOR-KEY
                   END-IF
               END-IF
           END-IF.

       ENTER-CHANGE-FOR-KEY.
           PERFORM FIND-OPEN-CHANGE-FOR-KEY
           IF CHG-FOUND-IDX > 0
               DISPLAY "A CHANGE FOR THIS SCORE IS ALREADY WAITING ON "
                       "THE QUEUE -- NOT ENTERED"
               ADD 1 TO REJECTED-COUNT
           ELSE
               PERFORM FIND-HISTORY-FOR-KEY
               IF NOT HISTORY-FOUND
                   DISPLAY "NO SCORE ON SCORHIST FOR THAT STUDENT, "
                           "SUBJECT AND RUN DATE -- NOT ENTERED"
                   ADD 1 TO REJECTED-COUNT
               ELSE
                   DISPLAY "  NAME . . . . . " FOUND-NAME
                   DISPLAY "  SECTION  . . . " FOUND-SECTION
                   DISPLAY "  SCORE  . . . . " FOUND-NUMERIC-SCORE
                           " " FOUND-SCORE " " FOUND-PASS-FAIL
                   DISPLAY "CORRECTED SCORE (0-100) " WITH NO ADVANCING
                   ACCEPT SCORE-IN
                   DISPLAY "REASON (CLER=CLERICAL, APPL=APPEAL, "
                           "LATE=LATE WORK, OTHR=OTHER) "
                           WITH NO ADVANCING
                   ACCEPT WORK-REASON
                   MOVE WORK-REASON TO GC-REASON-CODE
                   IF SCORE-IN NOT NUMERIC OR SCORE-DIGITS > 100
                       DISPLAY "SCORE MUST BE 000-100 -- NOT ENTERED"
                       ADD 1 TO REJECTED-COUNT
                   ELSE
                       IF SCORE-DIGITS = FOUND-NUMERIC-SCORE
                           DISPLAY "SCORE IS UNCHANGED -- NOT ENTERED"
                           ADD 1 TO REJECTED-COUNT
                       ELSE
                           IF NOT GC-REASON-VALID
                               DISPLAY "INVALID REASON CODE -- "
                                       "NOT ENTERED"
                               ADD 1 TO REJECTED-COUNT
                           ELSE
                               PERFORM ADD-CHANGE-TO-QUEUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ADD-CHANGE-TO-QUEUE.
           MOVE SPACES TO GRADE-CHANGE-RECORD
           DISPLAY "NOTE " WITH NO ADVANCING
           ACCEPT GC-REASON-NOTE
           MOVE "P" TO GC-STATUS
           MOVE OPERATOR-ID TO GC-ENTERED-BY
           MOVE RUN-DATE TO GC-ENTERED-DATE
           MOVE 0 TO GC-REVIEWED-DATE
           MOVE WORK-STUDENT-ID TO GC-STUDENT-ID
           MOVE WORK-SUBJECT TO GC-SUBJECT
           MOVE WORK-RUN-DATE TO GC-RUN-DATE
           MOVE FOUND-NUMERIC-SCORE TO GC-OLD-SCORE
           MOVE SCORE-DIGITS TO GC-NEW-SCORE
           MOVE WORK-REASON TO GC-REASON-CODE
           ADD 1 TO CHG-COUNT
           MOVE GRADE-CHANGE-RECORD TO CHG-ENTRY(CHG-COUNT)
           ADD 1 TO ENTERED-COUNT
           DISPLAY "CHANGE ENTERED -- A DIFFERENT OPERATOR MUST "
                   "REVIEW IT".

      *> Only one change per score may be waiting at a time, pending
      *> or approved, so two corrections can never race each other
      *> through GRDAPPLY.
       FIND-OPEN-CHANGE-FOR-KEY.
           MOVE 0 TO CHG-FOUND-IDX
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT OR CHG-FOUND-IDX > 0
               MOVE CHG-ENTRY(CHG-IDX) TO GRADE-CHANGE-RECORD
               IF GC-STUDENT-ID = WORK-STUDENT-ID
                       AND GC-SUBJECT = WORK-SUBJECT
                       AND GC-RUN-DATE = WORK-RUN-DATE
                       AND (GC-PENDING OR GC-APPROVED)
                   MOVE CHG-IDX TO CHG-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Scans the score history for the record being corrected.  A
      *> blank history subject is the GEN catch-all.
       FIND-HISTORY-FOR-KEY.
           MOVE "N" TO HISTORY-FOUND-SW
           MOVE "N" TO HISTORY-EOF-SW
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE -- SCORHIST NOT FOUND"
           ELSE
               READ HISTORY-FILE
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL HISTORY-EOF OR HISTORY-FOUND
                   MOVE HI-SUBJECT TO MATCH-SUBJECT
                   IF MATCH-SUBJECT = SPACES
                       MOVE "GEN" TO MATCH-SUBJECT
                   END-IF
                   IF HI-STUDENT-ID = WORK-STUDENT-ID
                           AND MATCH-SUBJECT = WORK-SUBJECT
                           AND HI-RUN-DATE = WORK-RUN-DATE
                       SET HISTORY-FOUND TO TRUE
                       MOVE HI-NAME TO FOUND-NAME
                       MOVE HI-SECTION TO FOUND-SECTION
                       MOVE HI-NUMERIC-SCORE TO FOUND-NUMERIC-SCORE
                       MOVE HI-SCORE TO FOUND-SCORE
                       MOVE HI-PASS-FAIL TO FOUND-PASS-FAIL
                   ELSE
                       READ HISTORY-FILE
                           AT END SET HISTORY-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       REVIEW-PENDING-CHANGES.
           MOVE "N" TO REVIEW-DONE-SW
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT OR REVIEW-DONE
               MOVE CHG-ENTRY(CHG-IDX) TO GRADE-CHANGE-RECORD
               IF GC-PENDING
                   PERFORM REVIEW-ONE-CHANGE
               END-IF
           END-PERFORM
           DISPLAY "END OF PENDING GRADE CHANGES".

       REVIEW-ONE-CHANGE.
           DISPLAY "-------------------------------------------"
           PERFORM DISPLAY-ONE-CHANGE
           IF GC-ENTERED-BY = OPERATOR-ID
               DISPLAY "ENTERED BY THIS OPERATOR -- A DIFFERENT "
                       "OPERATOR MUST REVIEW IT, ITEM KEPT"
           ELSE
               DISPLAY "ACTION (A=APPROVE, R=REFUSE, K=KEEP PENDING, "
                       "Q=QUIT REVIEW) " WITH NO ADVANCING
               ACCEPT REVIEW-ACTION
               EVALUATE TRUE
                   WHEN REVIEW-APPROVE
                       MOVE "A" TO GC-STATUS
                       PERFORM STAMP-REVIEW
                       ADD 1 TO APPROVED-COUNT
                       DISPLAY "CHANGE APPROVED"
                   WHEN REVIEW-REFUSE
                       MOVE "R" TO GC-STATUS
                       PERFORM STAMP-REVIEW
                       ADD 1 TO REFUSED-COUNT
                       DISPLAY "CHANGE REFUSED"
                   WHEN REVIEW-QUIT
                       SET REVIEW-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "CHANGE KEPT PENDING"
               END-EVALUATE
           END-IF.

       STAMP-REVIEW.
           MOVE OPERATOR-ID TO GC-REVIEWED-BY
           MOVE RUN-DATE TO GC-REVIEWED-DATE
           MOVE GRADE-CHANGE-RECORD TO CHG-ENTRY(CHG-IDX).

       DISPLAY-ONE-CHANGE.
           DISPLAY "GRADE CHANGE ENTERED BY " GC-ENTERED-BY
                   " ON " GC-ENTERED-DATE "  STATUS " GC-STATUS
           DISPLAY "  STUDENT  . . . " GC-STUDENT-ID
                   "  SUBJECT " GC-SUBJECT "  RUN DATE " GC-RUN-DATE
           DISPLAY "  SCORE  . . . . " GC-OLD-SCORE " TO "
                   GC-NEW-SCORE
           DISPLAY "  REASON . . . . " GC-REASON-CODE " "
                   GC-REASON-NOTE
           IF NOT GC-PENDING
               DISPLAY "  REVIEWED BY  . " GC-REVIEWED-BY
                       " ON " GC-REVIEWED-DATE
           END-IF.

       LIST-CHANGE-QUEUE.
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               MOVE CHG-ENTRY(CHG-IDX) TO GRADE-CHANGE-RECORD
               DISPLAY "-------------------------------------------"
               PERFORM DISPLAY-ONE-CHANGE
               ADD 1 TO LISTED-COUNT
           END-PERFORM
           DISPLAY "GRADE CHANGES ON QUEUE  . . . " LISTED-COUNT.

       REWRITE-CHANGE-FILE.
           OPEN OUTPUT CHANGE-FILE
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               WRITE CHANGE-FD-RECORD FROM CHG-ENTRY(CHG-IDX)
           END-PERFORM
           CLOSE CHANGE-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "GRDCHG  " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE CHG-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ENTERED-COUNT + APPROVED-COUNT
                   + REFUSED-COUNT
           MOVE REJECTED-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "CHANGES ENTERED . . . . . . " ENTERED-COUNT
           DISPLAY "ENTRIES REJECTED  . . . . . " REJECTED-COUNT
           DISPLAY "CHANGES APPROVED  . . . . . " APPROVED-COUNT
           DISPLAY "CHANGES REFUSED . . . . . . " REFUSED-COUNT
           DISPLAY "-------------------------------------------".
