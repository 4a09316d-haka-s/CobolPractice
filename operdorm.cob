           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERDORM.
      *>****************************************************************
      *> Dormant operator sweep.  Reads the OPERATOR file and
      *> deactivates every active operator who has not signed on for
      *> more than the DORMANT-DAYS run parameter, so the account of
      *> someone who left stops carrying live authorization bytes.
      *> Dormancy runs from the later of the operator's last
      *> successful sign-on (stamped by MENU) and the date the account
      *> was added or last reactivated (stamped by OPERADM), so an
      *> operator reactivated yesterday is not swept again tonight
      *> for last year's silence.  A record carrying neither date --
      *> written before the dates were kept -- is not deactivated on
      *> the spot; its activation date is stamped with today, which
      *> starts its clock from this run.  Each deactivation writes
      *> its own audit record (mode D, the operator id in the
      *> operator column, the days dormant in the read count), and
      *> DORMRPT lists every active operator with the days since the
      *> clock last started and what the sweep did.  The whole file
      *> rides through a work table for the rewrite, the same shape
      *> as OPERADM, and the run refuses rather than truncate a file
      *> the table cannot hold.  Nothing is accepted from the console,
      *> so the sweep can run as a batch window step.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01 OPERATOR-FD-RECORD PIC X(134).

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERATOR-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 OPERATOR-EOF-SW PIC X(1) VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       COPY OPERREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DAY-NUM PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 CLOCK-DATE PIC 9(8) VALUE 0.
       01 DAYS-DORMANT PIC 9(5) VALUE 0.

       01 OPER-FILE-COUNT PIC 9(5) VALUE 0.
       01 OPER-COUNT PIC 9(3) VALUE 0.
       01 OPER-TABLE.
           02 OPER-ENTRY PIC X(134) OCCURS 200 TIMES.
       01 OPER-IDX PIC 9(3) VALUE 0.

       01 ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 DEACTIVATED-COUNT PIC 9(5) VALUE 0.
       01 CLOCK-STARTED-COUNT PIC 9(5) VALUE 0.

       01 DORMANT-DETAIL.
           02 DD-OPERATOR-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DD-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DD-LAST-SIGNON PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DD-ACTIVATED PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DD-DAYS-DORMANT PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-ACTION PIC X(13).

       PROCEDURE DIVISION.
       OPERDORM-DRIVER.
           MOVE 0 TO ACTIVE-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO DEACTIVATED-COUNT
           MOVE 0 TO CLOCK-STARTED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "DORMANT OPERATOR SWEEP"
           CALL "DAYSCALC" USING RUN-DATE, RUN-DAY-NUM, DATE-VALID-SW
           PERFORM LOAD-OPERATOR-TABLE
           IF OPERATOR-STATUS = "35"
               DISPLAY "NO OPERATOR FILE ON SYSTEM -- NOTHING TO SWEEP"
               GOBACK
           END-IF
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose operator rows.
           IF OPER-FILE-COUNT > 200
               DISPLAY "TOO MANY OPERATOR RECORDS ("
                       OPER-FILE-COUNT ") -- RUN ABORTED, "
                       "FILE UNCHANGED"
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               MOVE OPER-ENTRY(OPER-IDX) TO OPERATOR-RECORD
               IF OP-DEACTIVATED
                   ADD 1 TO INACTIVE-COUNT
               ELSE
                   ADD 1 TO ACTIVE-COUNT
                   PERFORM SWEEP-ONE-OPERATOR
                   MOVE OPERATOR-RECORD TO OPER-ENTRY(OPER-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           IF DEACTIVATED-COUNT > 0 OR CLOCK-STARTED-COUNT > 0
               PERFORM REWRITE-OPERATOR-FILE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-OPERATOR-TABLE.
           MOVE 0 TO OPER-FILE-COUNT
           MOVE 0 TO OPER-COUNT
           MOVE "N" TO OPERATOR-EOF-SW
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS NOT = "35"
               READ OPERATOR-FILE
                   AT END SET OPERATOR-EOF TO TRUE
               END-READ
               PERFORM UNTIL OPERATOR-EOF
                   ADD 1 TO OPER-FILE-COUNT
                   IF OPER-FILE-COUNT <= 200
                       MOVE OPERATOR-FD-RECORD
                               TO OPER-ENTRY(OPER-FILE-COUNT)
                   END-IF
                   READ OPERATOR-FILE
                       AT END SET OPERATOR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF OPER-FILE-COUNT <= 200
                   MOVE OPER-FILE-COUNT TO OPER-COUNT
               END-IF
           END-IF.

      *>   The clock runs from the later of the two dates.  A date
      *>   that is blank, zero or not a calendar date does not count;
      *>   with neither date usable the clock starts today instead.
       SWEEP-ONE-OPERATOR.
           MOVE 0 TO CLOCK-DATE
           MOVE 0 TO DAYS-DORMANT
           MOVE SPACES TO DD-ACTION
           MOVE "NEVER" TO DD-LAST-SIGNON
           MOVE "UNKNOWN" TO DD-ACTIVATED
           IF OP-LAST-SIGNON NUMERIC AND OP-LAST-SIGNON > 0
               MOVE OP-LAST-SIGNON TO DD-LAST-SIGNON
               MOVE OP-LAST-SIGNON TO CLOCK-DATE
           END-IF
           IF OP-ACTIVATED-DATE NUMERIC AND OP-ACTIVATED-DATE > 0
               MOVE OP-ACTIVATED-DATE TO DD-ACTIVATED
               IF OP-ACTIVATED-DATE > CLOCK-DATE
                   MOVE OP-ACTIVATED-DATE TO CLOCK-DATE
               END-IF
           END-IF
           MOVE "N" TO DATE-VALID-SW
           IF CLOCK-DATE > 0
               CALL "DAYSCALC" USING CLOCK-DATE, DAY-NUM,
                       DATE-VALID-SW
           END-IF
           IF NOT DATE-IS-VALID
               MOVE RUN-DATE TO OP-ACTIVATED-DATE
               MOVE RUN-DATE TO DD-ACTIVATED
               MOVE "CLOCK STARTED" TO DD-ACTION
               ADD 1 TO CLOCK-STARTED-COUNT
           ELSE
               IF DAY-NUM < RUN-DAY-NUM
                   COMPUTE DAYS-DORMANT = RUN-DAY-NUM - DAY-NUM
               END-IF
               IF DAYS-DORMANT > PARM-DORMANT-DAYS
                   MOVE "D" TO OP-STATUS
                   MOVE "DEACTIVATED" TO DD-ACTION
                   ADD 1 TO DEACTIVATED-COUNT
                   PERFORM LOG-ONE-DEACTIVATION
               END-IF
           END-IF
           MOVE OP-ID TO DD-OPERATOR-ID
           MOVE OP-NAME TO DD-NAME
           MOVE DAYS-DORMANT TO DD-DAYS-DORMANT
           WRITE REPORT-LINE FROM DORMANT-DETAIL.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               WRITE OPERATOR-FD-RECORD FROM OPER-ENTRY(OPER-IDX)
           END-PERFORM
           CLOSE OPERATOR-FILE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "DORMANT OPERATOR SWEEP AS OF " RUN-DATE
               "   LIMIT " PARM-DORMANT-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPERATOR NAME" TO REPORT-LINE
           MOVE "LAST ON  ACTIVATD  DAYS  ACTION" TO REPORT-LINE(31:31)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF ACTIVE-COUNT = 0
               MOVE "NO ACTIVE OPERATORS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE OPERATORS " ACTIVE-COUNT
               "   DEACTIVATED THIS RUN " DEACTIVATED-COUNT
               "   CLOCK STARTED " CLOCK-STARTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY INACTIVE " INACTIVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *>   One audit record per deactivation, the same way OPERADM
      *>   logs each change it applies: the swept operator's id in
      *>   the operator column and the days dormant in the read count.
       LOG-ONE-DEACTIVATION.
           MOVE "OPERDORM" TO AUD-PROGRAM
           MOVE "D" TO AUD-MODE
           MOVE DAYS-DORMANT TO AUD-READ-COUNT
           MOVE 1 TO AUD-WRITE-COUNT
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           MOVE OP-ID TO AUD-OPERATOR
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       WRITE-AUDIT-RECORD.
           MOVE "OPERDORM" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE OPER-COUNT TO AUD-READ-COUNT
           MOVE DEACTIVATED-COUNT TO AUD-WRITE-COUNT
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           MOVE SPACES TO AUD-OPERATOR
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "OPERATOR RECORDS READ . . . " OPER-COUNT
           DISPLAY "ACTIVE OPERATORS  . . . . . " ACTIVE-COUNT
           DISPLAY "DEACTIVATED THIS RUN  . . . " DEACTIVATED-COUNT
           DISPLAY "DORMANCY CLOCK STARTED  . . " CLOCK-STARTED-COUNT
           DISPLAY "ALREADY INACTIVE  . . . . . " INACTIVE-COUNT
           DISPLAY "-------------------------------------------".
