      *> the same verb RECON and TRENDRPT use, so a full
      *> multi-subject term never hits a work table ceiling -- and
      *> one page per student prints to RPTCARD at each key break:
      *> each subject's numeric score, letter and credit weight, the
      *> GPA on the usual 4-point scale weighted by each subject's
      *> credit on the SUBJREF catalog (a subject not on the catalog,
      *> or a site with no catalog, counts one full credit), and the
      *> overall term pass/fail -- a student passes the term only
      *> when every subject passed.  Runs alongside the existing
      *> single-line roster report, not instead of it.  The term is
      *> the school calendar term (CALCHECK) containing the keyed
      *> date, or the latest one ended before it; every run dated
      *> inside it is read and the latest run of each subject is the
      *> one printed.  With no term on the calendar the cards print
      *> from the keyed run date alone.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CARD-REPORT-FILE ASSIGN TO "RPTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-REPORT-STATUS.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 SR-KEY.
               03 SR-SSN-MASKED PIC X(11).
               03 SR-NAME PIC X(30).
               03 SR-STUDENT-ID PIC 9(7).
           02 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-NUMERIC-SCORE PIC 999.
           02 SR-SCORE PIC X(1).
           02 SR-PASS-FAIL PIC X(1).
       FD  CARD-REPORT-FILE.
       01 CARD-REPORT-LINE PIC X(80).

       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 CARD-REPORT-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-EOF-SW PIC X(1) VALUE "N".
           88 SUBJECT-REF-EOF VALUE "Y".
       01 HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE-IN PIC X(8) VALUE SPACES.
       01 TERM-START PIC 9(8) VALUE ZERO.
       01 TERM-END PIC 9(8) VALUE ZERO.
       01 TERM-ID PIC X(6) VALUE SPACES.
       COPY AUDITWK.
       COPY CALWORK.

       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 CURRENT-KEY.
           02 CK-SSN-MASKED PIC X(11) VALUE SPACES.
           02 CK-NAME PIC X(30) VALUE SPACES.
           02 CK-STUDENT-ID PIC X(7) VALUE SPACES.
       01 PRIOR-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.
       01 SUPERSEDED-COUNT PIC 9(7) VALUE 0.

       01 STUDENT-COUNT PIC 9(7) VALUE 0.
       01 SUBJECT-COUNT PIC 9(3) VALUE 0.
       01 QUALITY-POINTS PIC 9(5)V99 VALUE 0.
       01 CREDIT-TOTAL PIC 9(3)V99 VALUE 0.
       01 SUBJECT-CREDIT PIC 9V99 VALUE 0.
       01 LETTER-POINTS PIC 9 VALUE 0.

      *>   Retired subjects stay in the table -- an old term still
      *>   carries their scores and must weight them the same way.
       01 SUBJ-COUNT PIC 9(3) VALUE 0.
       01 SUBJ-TABLE.
           02 SUBJ-ENTRY OCCURS 200 TIMES.
               03 SJF-CODE PIC X(3).
               03 SJF-CREDIT PIC 9V99.
       01 SUBJ-IDX PIC 9(3) VALUE 0.
       01 SUBJ-FOUND-IDX PIC 9(3) VALUE 0.
       01 TERM-FAIL-SW PIC X(1) VALUE "N".
           88 TERM-FAILED VALUE "Y".
       01 GPA PIC 9V99 VALUE 0.
           02 SD-SCORE PIC X(1).
           02 FILLER PIC X(6) VALUE SPACES.
           02 SD-PASS-FAIL PIC X(1).
           02 FILLER PIC X(5) VALUE SPACES.
           02 SD-CREDIT PIC 9.99.
       01 GPA-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "GPA . . . . . . . . . ".
       RPTCARD-DRIVER.
           MOVE 0 TO HISTORY-COUNT
           MOVE 0 TO STUDENT-COUNT
           MOVE 0 TO SUPERSEDED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "REPORT CARDS FOR RUN DATE (YYYYMMDD, "
                   "BLANK=TODAY) " WITH NO ADVANCING
                   MOVE RUN-DATE TO TERM-DATE
               END-IF
           END-IF
           PERFORM FIND-CALENDAR-TERM
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE -- SCORHIST NOT FOUND"
               GOBACK
           END-IF
           CLOSE HISTORY-FILE
           PERFORM LOAD-SUBJECT-CREDITS
           OPEN OUTPUT CARD-REPORT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               ON ASCENDING KEY SR-SUBJECT
               ON DESCENDING KEY SR-RUN-DATE
               INPUT PROCEDURE IS RELEASE-TERM-HISTORY
               OUTPUT PROCEDURE IS PRINT-SORTED-CARDS
           CLOSE CARD-REPORT-FILE
               DISPLAY "NO SCORE HISTORY FOR THAT DATE -- "
                       "NOTHING TO PRINT"
           END-IF
           IF SUPERSEDED-COUNT > 0
               DISPLAY "EARLIER RUNS SUPERSEDED . . " SUPERSEDED-COUNT
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "REPORT CARDS WRITTEN TO RPTCARD -- "
                   STUDENT-COUNT " STUDENTS"
           GOBACK.

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
               MOVE CAL-TERM-ID TO TERM-ID
               DISPLAY "CALENDAR TERM " TERM-ID " -- "
                       TERM-START " THROUGH " TERM-END
           ELSE
               MOVE TERM-DATE TO TERM-START
               MOVE TERM-DATE TO TERM-END
               MOVE SPACES TO TERM-ID
               DISPLAY "NO CALENDAR TERM FOR " TERM-DATE
                       " -- THAT RUN DATE ONLY"
           END-IF.

       RELEASE-TERM-HISTORY.
           MOVE "N" TO HISTORY-EOF-SW
           OPEN INPUT HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL HISTORY-EOF
               IF HI-RUN-DATE >= TERM-START
                       AND HI-RUN-DATE <= TERM-END
                   ADD 1 TO HISTORY-COUNT
                   MOVE HI-RUN-DATE TO SR-RUN-DATE
                   MOVE HI-SSN-MASKED TO SR-SSN-MASKED
                   MOVE HI-NAME TO SR-NAME
                   MOVE HI-STUDENT-ID TO SR-STUDENT-ID
      *>   A blank subject on old records reads as the GEN catch-all.
                   IF HI-SUBJECT = SPACES
                       MOVE "GEN" TO SR-SUBJECT
                   END-IF
                   MOVE SR-KEY TO CURRENT-KEY
                   PERFORM PRINT-CARD-HEADINGS
                   MOVE SPACES TO PRIOR-SUBJECT
                   MOVE 0 TO PRIOR-RUN-DATE
               END-IF
      *>   An earlier run of a subject the term already printed was
      *>   superseded by the later run; only the latest prints.
               IF SR-SUBJECT = PRIOR-SUBJECT
                       AND SR-RUN-DATE < PRIOR-RUN-DATE
                   ADD 1 TO SUPERSEDED-COUNT
               ELSE
                   MOVE SR-SUBJECT TO PRIOR-SUBJECT
                   MOVE SR-RUN-DATE TO PRIOR-RUN-DATE
                   PERFORM PRINT-ONE-SUBJECT-LINE
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           ADD 1 TO STUDENT-COUNT
           MOVE 0 TO SUBJECT-COUNT
           MOVE 0 TO QUALITY-POINTS
           MOVE 0 TO CREDIT-TOTAL
           MOVE "N" TO TERM-FAIL-SW
           MOVE ALL "=" TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE SPACES TO CARD-REPORT-LINE
           IF TERM-ID = SPACES
               STRING "REPORT CARD -- TERM " TERM-DATE
                   DELIMITED BY SIZE INTO CARD-REPORT-LINE
           ELSE
               STRING "REPORT CARD -- TERM " TERM-ID " "
                   TERM-START " THROUGH " TERM-END
                   DELIMITED BY SIZE INTO CARD-REPORT-LINE
           END-IF
           WRITE CARD-REPORT-LINE
           MOVE SPACES TO CARD-REPORT-LINE
           STRING CK-NAME " " CK-SSN-MASKED
               DELIMITED BY SIZE INTO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE "    SUBJECT  SCORE   LETTER   P/F   CREDIT"
                   TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE ALL "-" TO CARD-REPORT-LINE
           MOVE SR-NUMERIC-SCORE TO SD-NUMERIC-SCORE
           MOVE SR-SCORE TO SD-SCORE
           MOVE SR-PASS-FAIL TO SD-PASS-FAIL
           PERFORM LOOK-UP-SUBJECT-CREDIT
           MOVE SUBJECT-CREDIT TO SD-CREDIT
           WRITE CARD-REPORT-LINE FROM SUBJECT-DETAIL
           ADD 1 TO SUBJECT-COUNT
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
           ADD SUBJECT-CREDIT TO CREDIT-TOTAL
           IF SR-PASS-FAIL NOT = "P"
               SET TERM-FAILED TO TRUE
           END-IF.
       PRINT-CARD-TOTALS.
           MOVE ALL "-" TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           IF CREDIT-TOTAL > 0
               COMPUTE GPA ROUNDED = QUALITY-POINTS / CREDIT-TOTAL
           ELSE
               MOVE 0 TO GPA
           END-IF
           MOVE SPACES TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE.

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

       LOOK-UP-SUBJECT-CREDIT.
           MOVE 1 TO SUBJECT-CREDIT
           MOVE 0 TO SUBJ-FOUND-IDX
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT OR SUBJ-FOUND-IDX > 0
               IF SJF-CODE(SUBJ-IDX) = SR-SUBJECT
                   MOVE SUBJ-IDX TO SUBJ-FOUND-IDX
                   IF SJF-CREDIT(SUBJ-IDX) IS NUMERIC
                       MOVE SJF-CREDIT(SUBJ-IDX) TO SUBJECT-CREDIT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-AUDIT-RECORD.
           MOVE "RPTCARD " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
