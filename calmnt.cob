           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.
      *>****************************************************************
      *> School calendar maintenance.  Lets the operator add,
      *> change, delete, and list CALENDAR entries -- terms, holiday
      *> and closure ranges, and make-up days -- the same shape as
      *> SECTMNT: the file is loaded into a work table, worked
      *> interactively, and rewritten on exit.  An entry is known by
      *> its type and start date.  Every date keyed is checked
      *> through DAYSCALC, an end date may not fall before its start,
      *> and two terms may not overlap, since a date must belong to
      *> exactly one term for PROMOTE and RPTCARD to find it.  On
      *> exit CALCHECK is told to reload, so anything run later from
      *> the same menu session sees the change.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01 CALENDAR-FD-RECORD PIC X(43).

       WORKING-STORAGE SECTION.
       01 CALENDAR-STATUS PIC XX VALUE "00".
       01 CALENDAR-EOF-SW PIC X(1) VALUE "N".
           88 CALENDAR-EOF VALUE "Y".
       COPY CALREC.
       COPY CALWORK.
       COPY AUDITWK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 CREF-FILE-COUNT PIC 9(5) VALUE 0.
       01 CREF-COUNT PIC 9(3) VALUE 0.
       01 CREF-TABLE.
           02 CREF-ENTRY OCCURS 300 TIMES.
               03 CRT-RECORD PIC X(43).
               03 CRT-DELETED-SW PIC X(1).
                   88 CRT-DELETED VALUE "Y".
       01 CREF-IDX PIC 9(3) VALUE 0.
       01 CREF-FOUND-IDX PIC 9(3) VALUE 0.
       01 CREF-OVERLAP-IDX PIC 9(3) VALUE 0.
       01 CREF-SKIP-IDX PIC 9(3) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-ADD VALUE "A", "a".
           88 ACTION-CHANGE VALUE "C", "c".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WORK-ENTRY-TYPE PIC X(1) VALUE SPACE.
           88 WORK-TYPE-VALID VALUE "T", "H", "M".
       01 WORK-START-DATE PIC 9(8) VALUE 0.
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 DETAIL-OK-SW PIC X(1) VALUE "N".
           88 DETAIL-OK VALUE "Y".
       01 SAVED-CALENDAR-RECORD PIC X(43) VALUE SPACES.
       01 NEW-START-DATE PIC 9(8) VALUE 0.
       01 NEW-END-DATE PIC 9(8) VALUE 0.

       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       CALMNT-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SCHOOL CALENDAR MAINTENANCE"
           PERFORM LOAD-CALENDAR-TABLE
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF CREF-FILE-COUNT > 300
               DISPLAY "TOO MANY CALENDAR RECORDS (" CREF-FILE-COUNT
                       ") -- RUN ABORTED, FILE UNCHANGED"
               GOBACK
           END-IF
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE, L=LIST, "
                       "X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-ADD
                       PERFORM ADD-ONE-ENTRY
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-ONE-ENTRY
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-ENTRY
                   WHEN ACTION-LIST
                       PERFORM LIST-ALL-ENTRIES
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           PERFORM REWRITE-CALENDAR-FILE
           MOVE "R" TO CAL-FUNCTION
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-CALENDAR-TABLE.
           MOVE "N" TO CALENDAR-EOF-SW
           MOVE 0 TO CREF-FILE-COUNT
           MOVE 0 TO CREF-COUNT
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = "35"
               DISPLAY "NO CALENDAR ON FILE -- STARTING FROM EMPTY"
           ELSE
               READ CALENDAR-FILE
                   AT END SET CALENDAR-EOF TO TRUE
               END-READ
               PERFORM UNTIL CALENDAR-EOF
                   ADD 1 TO CREF-FILE-COUNT
                   IF CREF-FILE-COUNT <= 300
                       MOVE CALENDAR-FD-RECORD
                               TO CRT-RECORD(CREF-FILE-COUNT)
                       MOVE "N" TO CRT-DELETED-SW(CREF-FILE-COUNT)
                   END-IF
                   READ CALENDAR-FILE
                       AT END SET CALENDAR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF CREF-FILE-COUNT <= 300
                   MOVE CREF-FILE-COUNT TO CREF-COUNT
               END-IF
           END-IF
           DISPLAY "CALENDAR RECORDS LOADED . . . " CREF-COUNT.

       ACCEPT-ENTRY-KEY.
           MOVE SPACE TO WORK-ENTRY-TYPE
           PERFORM UNTIL WORK-TYPE-VALID
               DISPLAY "ENTRY TYPE (T=TERM, H=HOLIDAY/CLOSURE, "
                       "M=MAKE-UP DAY) " WITH NO ADVANCING
               ACCEPT WORK-ENTRY-TYPE
               INSPECT WORK-ENTRY-TYPE CONVERTING "thm" TO "THM"
           END-PERFORM
           DISPLAY "START DATE (YYYYMMDD) " WITH NO ADVANCING
           PERFORM ACCEPT-ONE-DATE
           MOVE DATE-DIGITS TO WORK-START-DATE.

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

       FIND-ENTRY-BY-KEY.
           MOVE 0 TO CREF-FOUND-IDX
           PERFORM VARYING CREF-IDX FROM 1 BY 1
                   UNTIL CREF-IDX > CREF-COUNT OR CREF-FOUND-IDX > 0
               MOVE CRT-RECORD(CREF-IDX) TO CALENDAR-RECORD
               IF CA-ENTRY-TYPE = WORK-ENTRY-TYPE
                       AND CA-START-DATE = WORK-START-DATE
                       AND NOT CRT-DELETED(CREF-IDX)
                   MOVE CREF-IDX TO CREF-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-ONE-ENTRY.
           PERFORM ACCEPT-ENTRY-KEY
           PERFORM FIND-ENTRY-BY-KEY
           IF CREF-FOUND-IDX > 0
               DISPLAY "ENTRY ALREADY ON FILE -- USE CHANGE"
           ELSE
               IF CREF-COUNT >= 300
                   DISPLAY "CALENDAR TABLE FULL -- ADD REFUSED"
               ELSE
                   MOVE 0 TO CREF-SKIP-IDX
                   PERFORM ACCEPT-ENTRY-DETAIL
                   IF DETAIL-OK
                       ADD 1 TO CREF-COUNT
                       MOVE CALENDAR-RECORD TO CRT-RECORD(CREF-COUNT)
                       MOVE "N" TO CRT-DELETED-SW(CREF-COUNT)
                       ADD 1 TO ADD-COUNT
                       DISPLAY "CALENDAR ENTRY ADDED"
                   END-IF
               END-IF
           END-IF.

       CHANGE-ONE-ENTRY.
           PERFORM ACCEPT-ENTRY-KEY
           PERFORM FIND-ENTRY-BY-KEY
           IF CREF-FOUND-IDX = 0
               DISPLAY "ENTRY NOT ON FILE -- USE ADD"
           ELSE
               MOVE CREF-FOUND-IDX TO CREF-SKIP-IDX
               PERFORM ACCEPT-ENTRY-DETAIL
               IF DETAIL-OK
                   MOVE CALENDAR-RECORD TO CRT-RECORD(CREF-FOUND-IDX)
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "CALENDAR ENTRY CHANGED"
               END-IF
           END-IF.

       DELETE-ONE-ENTRY.
           PERFORM ACCEPT-ENTRY-KEY
           PERFORM FIND-ENTRY-BY-KEY
           IF CREF-FOUND-IDX = 0
               DISPLAY "ENTRY NOT ON FILE"
           ELSE
               MOVE "Y" TO CRT-DELETED-SW(CREF-FOUND-IDX)
               ADD 1 TO DELETE-COUNT
               DISPLAY "CALENDAR ENTRY DELETED"
           END-IF.

      *>   Builds the entry in CALENDAR-RECORD.  The start date is
      *>   the key and is not re-keyed; a blank end date makes a
      *>   one-day entry.  CREF-SKIP-IDX is the entry being changed,
      *>   left out of the overlap check.
       ACCEPT-ENTRY-DETAIL.
           MOVE "Y" TO DETAIL-OK-SW
           MOVE SPACES TO CALENDAR-RECORD
           MOVE WORK-ENTRY-TYPE TO CA-ENTRY-TYPE
           MOVE WORK-START-DATE TO CA-START-DATE
           DISPLAY "END DATE (YYYYMMDD, BLANK=SAME DAY) "
                   WITH NO ADVANCING
           ACCEPT DATE-IN
           IF DATE-IN = SPACES
               MOVE WORK-START-DATE TO CA-END-DATE
           ELSE
               IF DATE-IN IS NUMERIC
                   CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                           DATE-VALID-SW
               ELSE
                   MOVE "N" TO DATE-VALID-SW
               END-IF
               IF NOT DATE-IS-VALID
                   DISPLAY "NOT A CALENDAR DATE -- RE-ENTER "
                           "(YYYYMMDD) " WITH NO ADVANCING
                   PERFORM ACCEPT-ONE-DATE
               END-IF
               MOVE DATE-DIGITS TO CA-END-DATE
           END-IF
           IF CA-END-DATE < CA-START-DATE
               DISPLAY "END DATE BEFORE START DATE -- ENTRY REFUSED"
               MOVE "N" TO DETAIL-OK-SW
           END-IF
           IF DETAIL-OK AND CA-TERM
               DISPLAY "TERM ID (E.G. 2026S1) " WITH NO ADVANCING
               ACCEPT CA-TERM-ID
               IF CA-TERM-ID = SPACES
                   DISPLAY "A TERM NEEDS AN ID -- ENTRY REFUSED"
                   MOVE "N" TO DETAIL-OK-SW
               ELSE
                   PERFORM CHECK-TERM-OVERLAP
               END-IF
           END-IF
           IF DETAIL-OK
               DISPLAY "DESCRIPTION " WITH NO ADVANCING
               ACCEPT CA-DESCRIPTION
           END-IF.

       CHECK-TERM-OVERLAP.
           MOVE CALENDAR-RECORD TO SAVED-CALENDAR-RECORD
           MOVE CA-START-DATE TO NEW-START-DATE
           MOVE CA-END-DATE TO NEW-END-DATE
           MOVE 0 TO CREF-OVERLAP-IDX
           PERFORM VARYING CREF-IDX FROM 1 BY 1
                   UNTIL CREF-IDX > CREF-COUNT OR CREF-OVERLAP-IDX > 0
               IF CREF-IDX NOT = CREF-SKIP-IDX
                       AND NOT CRT-DELETED(CREF-IDX)
                   MOVE CRT-RECORD(CREF-IDX) TO CALENDAR-RECORD
                   IF CA-TERM
                           AND CA-START-DATE <= NEW-END-DATE
                           AND CA-END-DATE >= NEW-START-DATE
                       MOVE CREF-IDX TO CREF-OVERLAP-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF CREF-OVERLAP-IDX > 0
               DISPLAY "TERM OVERLAPS TERM " CA-TERM-ID " ("
                       CA-START-DATE " TO " CA-END-DATE
                       ") -- ENTRY REFUSED"
               MOVE "N" TO DETAIL-OK-SW
           END-IF
           MOVE SAVED-CALENDAR-RECORD TO CALENDAR-RECORD.

       LIST-ALL-ENTRIES.
           DISPLAY "-------------------------------------------"
           PERFORM VARYING CREF-IDX FROM 1 BY 1
                   UNTIL CREF-IDX > CREF-COUNT
               IF NOT CRT-DELETED(CREF-IDX)
                   MOVE CRT-RECORD(CREF-IDX) TO CALENDAR-RECORD
                   DISPLAY CA-ENTRY-TYPE "  " CA-START-DATE
                           " TO " CA-END-DATE
                           "  TERM " CA-TERM-ID
                           "  " CA-DESCRIPTION
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------".

       REWRITE-CALENDAR-FILE.
           OPEN OUTPUT CALENDAR-FILE
           PERFORM VARYING CREF-IDX FROM 1 BY 1
                   UNTIL CREF-IDX > CREF-COUNT
               IF NOT CRT-DELETED(CREF-IDX)
                   WRITE CALENDAR-FD-RECORD FROM CRT-RECORD(CREF-IDX)
               END-IF
           END-PERFORM
           CLOSE CALENDAR-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "CALMNT  " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE CREF-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ADD-COUNT + CHANGE-COUNT
           MOVE DELETE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "ENTRIES ADDED . . . . . . . " ADD-COUNT
           DISPLAY "ENTRIES CHANGED . . . . . . " CHANGE-COUNT
           DISPLAY "ENTRIES DELETED . . . . . . " DELETE-COUNT
           DISPLAY "-------------------------------------------".
