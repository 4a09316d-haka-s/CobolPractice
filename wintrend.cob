           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINTREND.
      *>****************************************************************
      *> Batch window trend report.  Reads the WINHIST window history
      *> JOBSCHED appends every night and prints to WINTRPT, for the
      *> last TREND-NIGHTS business dates on file (up to the business
      *> date), one row per step with its elapsed seconds each night,
      *> its average over the nights it ran, and a SLOWER flag when
      *> the latest night ran more than OVERRUN-PCT percent (and at
      *> least a minute) over its average of the nights before.  The
      *> whole window's elapsed time closes the report, so a step
      *> that has been creeping up for a week shows next to the
      *> window it is pushing late.  A step run twice for the same
      *> business date (a rerun) shows its later run.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINDOW-HISTORY-FILE ASSIGN TO "WINHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDOW-HISTORY-FILE.
       COPY WINHREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WINDOW-HISTORY-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 WINDOW-HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 WINDOW-HISTORY-EOF VALUE "Y".
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

      *>   The nights on the report, oldest first.
       01 NIGHT-COUNT PIC 99 VALUE 0.
       01 NIGHT-TABLE.
           02 NIGHT-DATE PIC 9(8) OCCURS 10 TIMES.
       01 NIGHT-IDX PIC 99 VALUE 0.
       01 INSERT-IDX PIC 99 VALUE 0.
       01 NIGHT-FOUND-SW PIC X(1) VALUE "N".
           88 NIGHT-FOUND VALUE "Y".
       01 NIGHT-PLACED-SW PIC X(1) VALUE "N".
           88 NIGHT-PLACED VALUE "Y".
       01 NIGHT-WORK-DATE PIC 9(8) VALUE 0.
       01 NIGHT-DATE-PARTS REDEFINES NIGHT-WORK-DATE.
           02 NW-YEAR PIC 9(4).
           02 NW-MONTH PIC 99.
           02 NW-DAY PIC 99.

      *>   One row per step in the order first met on the history;
      *>   the window total rides in the table and prints last.
       01 ROW-COUNT PIC 9(3) VALUE 0.
       01 ROW-TABLE.
           02 ROW-ENTRY OCCURS 100 TIMES.
               03 RT-PROGRAM PIC X(8).
               03 RT-NIGHT OCCURS 10 TIMES.
                   04 RT-ELAPSED PIC 9(6).
                   04 RT-RAN-SW PIC X(1).
       01 ROW-IDX PIC 9(3) VALUE 0.
       01 ROW-FOUND-SW PIC X(1) VALUE "N".
           88 ROW-FOUND VALUE "Y".
       01 TABLE-FULL-COUNT PIC 9(5) VALUE 0.

       01 HISTORY-READ-COUNT PIC 9(7) VALUE 0.
       01 ROWS-PRINTED-COUNT PIC 9(5) VALUE 0.
       01 SLOWER-COUNT PIC 9(5) VALUE 0.
       01 RAN-COUNT PIC 99 VALUE 0.
       01 RAN-TOTAL PIC 9(8) VALUE 0.
       01 PRIOR-COUNT PIC 99 VALUE 0.
       01 PRIOR-TOTAL PIC 9(8) VALUE 0.
       01 PRIOR-AVERAGE PIC 9(6) VALUE 0.
       01 SLOWER-LIMIT PIC 9(8) VALUE 0.

       01 TREND-HEADING.
           02 FILLER PIC X(8) VALUE "STEP".
           02 TH-NIGHT PIC X(6) OCCURS 10 TIMES.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "   AVG".
       01 TREND-DETAIL.
           02 TD-PROGRAM PIC X(8).
           02 TD-ELAPSED PIC Z(5)9 BLANK WHEN ZERO OCCURS 10 TIMES.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-AVERAGE PIC ZZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 TD-FLAG PIC X(8).

       PROCEDURE DIVISION.
       WINTREND-DRIVER.
           MOVE 0 TO HISTORY-READ-COUNT
           MOVE 0 TO ROWS-PRINTED-COUNT
           MOVE 0 TO SLOWER-COUNT
           MOVE 0 TO NIGHT-COUNT
           MOVE 0 TO ROW-COUNT
           MOVE 0 TO TABLE-FULL-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "BATCH WINDOW TREND REPORT"
           OPEN INPUT WINDOW-HISTORY-FILE
           IF WINDOW-HISTORY-STATUS = "35"
               DISPLAY "NO WINDOW HISTORY ON FILE -- WINHIST NOT FOUND"
               GOBACK
           END-IF
           CLOSE WINDOW-HISTORY-FILE
           PERFORM SELECT-REPORT-NIGHTS
           PERFORM LOAD-STEP-ROWS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RT-PROGRAM(ROW-IDX) NOT = "*WINDOW*"
                   PERFORM PRINT-ONE-ROW
               END-IF
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RT-PROGRAM(ROW-IDX) = "*WINDOW*"
                   PERFORM PRINT-ONE-ROW
               END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   First pass: the latest TREND-NIGHTS distinct business dates
      *>   up to the business date, kept in date order.  A date later
      *>   than the smallest kept pushes the smallest out.
       SELECT-REPORT-NIGHTS.
           MOVE "N" TO WINDOW-HISTORY-EOF-SW
           OPEN INPUT WINDOW-HISTORY-FILE
           READ WINDOW-HISTORY-FILE
               AT END SET WINDOW-HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL WINDOW-HISTORY-EOF
               ADD 1 TO HISTORY-READ-COUNT
               IF WH-RUN-DATE <= RUN-DATE
                   PERFORM KEEP-REPORT-NIGHT
               END-IF
               READ WINDOW-HISTORY-FILE
                   AT END SET WINDOW-HISTORY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE WINDOW-HISTORY-FILE.

       KEEP-REPORT-NIGHT.
           PERFORM FIND-REPORT-NIGHT
           IF NOT NIGHT-FOUND
               IF NIGHT-COUNT < PARM-TREND-NIGHTS
                   ADD 1 TO NIGHT-COUNT
                   MOVE WH-RUN-DATE TO NIGHT-DATE(NIGHT-COUNT)
                   PERFORM SORT-NEWEST-NIGHT
               ELSE
                   IF WH-RUN-DATE > NIGHT-DATE(1)
                       PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                               UNTIL NIGHT-IDX >= NIGHT-COUNT
                           MOVE NIGHT-DATE(NIGHT-IDX + 1)
                               TO NIGHT-DATE(NIGHT-IDX)
                       END-PERFORM
                       MOVE WH-RUN-DATE TO NIGHT-DATE(NIGHT-COUNT)
                       PERFORM SORT-NEWEST-NIGHT
                   END-IF
               END-IF
           END-IF.

      *>   The date just placed last sinks to its place in order.
       SORT-NEWEST-NIGHT.
           MOVE NIGHT-COUNT TO INSERT-IDX
           MOVE "N" TO NIGHT-PLACED-SW
           PERFORM UNTIL NIGHT-PLACED
               IF INSERT-IDX = 1
                   MOVE "Y" TO NIGHT-PLACED-SW
               ELSE
                   IF NIGHT-DATE(INSERT-IDX - 1) < NIGHT-DATE(INSERT-IDX)
                       MOVE "Y" TO NIGHT-PLACED-SW
                   ELSE
                       MOVE NIGHT-DATE(INSERT-IDX - 1) TO NIGHT-WORK-DATE
                       MOVE NIGHT-DATE(INSERT-IDX)
                           TO NIGHT-DATE(INSERT-IDX - 1)
                       MOVE NIGHT-WORK-DATE TO NIGHT-DATE(INSERT-IDX)
                       SUBTRACT 1 FROM INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM.

       FIND-REPORT-NIGHT.
           MOVE "N" TO NIGHT-FOUND-SW
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > NIGHT-COUNT OR NIGHT-FOUND
               IF NIGHT-DATE(NIGHT-IDX) = WH-RUN-DATE
                   MOVE "Y" TO NIGHT-FOUND-SW
               END-IF
           END-PERFORM
           IF NIGHT-FOUND
               SUBTRACT 1 FROM NIGHT-IDX
           END-IF.

      *>   Second pass: each record on a reported night lands in its
      *>   step's row under that night.
       LOAD-STEP-ROWS.
           MOVE "N" TO WINDOW-HISTORY-EOF-SW
           OPEN INPUT WINDOW-HISTORY-FILE
           READ WINDOW-HISTORY-FILE
               AT END SET WINDOW-HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL WINDOW-HISTORY-EOF
               PERFORM FIND-REPORT-NIGHT
               IF NIGHT-FOUND
                   PERFORM FIND-STEP-ROW
                   IF ROW-FOUND
                       MOVE WH-ELAPSED TO RT-ELAPSED(ROW-IDX, NIGHT-IDX)
                       MOVE "Y" TO RT-RAN-SW(ROW-IDX, NIGHT-IDX)
                   END-IF
               END-IF
               READ WINDOW-HISTORY-FILE
                   AT END SET WINDOW-HISTORY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE WINDOW-HISTORY-FILE.

       FIND-STEP-ROW.
           MOVE "N" TO ROW-FOUND-SW
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT OR ROW-FOUND
               IF RT-PROGRAM(ROW-IDX) = WH-PROGRAM
                   MOVE "Y" TO ROW-FOUND-SW
               END-IF
           END-PERFORM
           IF ROW-FOUND
               SUBTRACT 1 FROM ROW-IDX
           ELSE
               IF ROW-COUNT < 100
                   ADD 1 TO ROW-COUNT
                   MOVE ROW-COUNT TO ROW-IDX
                   MOVE WH-PROGRAM TO RT-PROGRAM(ROW-IDX)
                   PERFORM VARYING INSERT-IDX FROM 1 BY 1
                           UNTIL INSERT-IDX > 10
                       MOVE 0 TO RT-ELAPSED(ROW-IDX, INSERT-IDX)
                       MOVE "N" TO RT-RAN-SW(ROW-IDX, INSERT-IDX)
                   END-PERFORM
                   MOVE "Y" TO ROW-FOUND-SW
               ELSE
                   ADD 1 TO TABLE-FULL-COUNT
               END-IF
           END-IF.

      *>   The flag compares the latest night against the average of
      *>   the nights before it that the step ran.
       PRINT-ONE-ROW.
           MOVE RT-PROGRAM(ROW-IDX) TO TD-PROGRAM
           MOVE 0 TO RAN-COUNT
           MOVE 0 TO RAN-TOTAL
           MOVE 0 TO PRIOR-COUNT
           MOVE 0 TO PRIOR-TOTAL
           MOVE SPACES TO TD-FLAG
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1 UNTIL NIGHT-IDX > 10
               MOVE 0 TO TD-ELAPSED(NIGHT-IDX)
           END-PERFORM
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > NIGHT-COUNT
               MOVE RT-ELAPSED(ROW-IDX, NIGHT-IDX)
                   TO TD-ELAPSED(NIGHT-IDX)
               IF RT-RAN-SW(ROW-IDX, NIGHT-IDX) = "Y"
                   ADD 1 TO RAN-COUNT
                   ADD RT-ELAPSED(ROW-IDX, NIGHT-IDX) TO RAN-TOTAL
                   IF NIGHT-IDX < NIGHT-COUNT
                       ADD 1 TO PRIOR-COUNT
                       ADD RT-ELAPSED(ROW-IDX, NIGHT-IDX) TO PRIOR-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO TD-AVERAGE
           IF RAN-COUNT > 0
               COMPUTE TD-AVERAGE ROUNDED = RAN-TOTAL / RAN-COUNT
           END-IF
           IF PRIOR-COUNT > 0
                   AND RT-RAN-SW(ROW-IDX, NIGHT-COUNT) = "Y"
               COMPUTE PRIOR-AVERAGE ROUNDED = PRIOR-TOTAL / PRIOR-COUNT
               COMPUTE SLOWER-LIMIT = PRIOR-AVERAGE
                       * (100 + PARM-OVERRUN-PCT) / 100
               IF RT-ELAPSED(ROW-IDX, NIGHT-COUNT) > SLOWER-LIMIT
                       AND RT-ELAPSED(ROW-IDX, NIGHT-COUNT)
                           >= PRIOR-AVERAGE + 60
                   MOVE "SLOWER" TO TD-FLAG
                   ADD 1 TO SLOWER-COUNT
               END-IF
           END-IF
           WRITE REPORT-LINE FROM TREND-DETAIL
           ADD 1 TO ROWS-PRINTED-COUNT.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "BATCH WINDOW TREND -- ELAPSED SECONDS BY NIGHT AS OF "
               RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1 UNTIL NIGHT-IDX > 10
               MOVE SPACES TO TH-NIGHT(NIGHT-IDX)
           END-PERFORM
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > NIGHT-COUNT
               MOVE NIGHT-DATE(NIGHT-IDX) TO NIGHT-WORK-DATE
               STRING " " NW-MONTH "/" NW-DAY
                   DELIMITED BY SIZE INTO TH-NIGHT(NIGHT-IDX)
           END-PERFORM
           WRITE REPORT-LINE FROM TREND-HEADING
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF ROWS-PRINTED-COUNT = 0
               MOVE "NO HISTORY FOR THE NIGHTS REQUESTED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "NIGHTS SHOWN " NIGHT-COUNT
               "   STEPS " ROWS-PRINTED-COUNT
               "   SLOWER ON THE LATEST NIGHT " SLOWER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF TABLE-FULL-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "STEP TABLE FULL -- HISTORY RECORDS NOT SHOWN "
                   TABLE-FULL-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE "WINTREND" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE HISTORY-READ-COUNT TO AUD-READ-COUNT
           MOVE ROWS-PRINTED-COUNT TO AUD-WRITE-COUNT
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "HISTORY RECORDS READ  . . . " HISTORY-READ-COUNT
           DISPLAY "NIGHTS SHOWN  . . . . . . . " NIGHT-COUNT
           DISPLAY "STEPS PRINTED . . . . . . . " ROWS-PRINTED-COUNT
           DISPLAY "SLOWER ON LATEST NIGHT  . . " SLOWER-COUNT
           DISPLAY "-------------------------------------------".
