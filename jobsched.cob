      *> predecessor does not yet show COMPLETE in RUNCTL for that
      *> date, so RECON can no longer run before NITELY finishes and
      *> ARCHPURG can no longer run on a night MAIN has not posted.
      *> A step flagged for school days only is skipped when the
      *> school calendar (CALCHECK) shows the business date closed.
      *> An end-of-window summary of steps run, skipped, and refused
      *> prints to JOBSUMM and the console.  The business date comes
      *> from the BUSINESS-DATE card the same way the batch programs
      *> themselves honor it.
      *> Every step launched is timed on the wall clock and appended
      *> to the WINHIST window history with its start, end and
      *> elapsed seconds, and the window as a whole is recorded the
      *> same way.  The history read back at start gives each step its
      *> trailing average over the last TREND-NIGHTS nights; a step
      *> that runs more than OVERRUN-PCT percent (and at least a
      *> minute) over its average is flagged, and after every step
      *> the finish is projected from the clock plus the averages of
      *> the steps still due -- a projection past the WINDOW-TARGET
      *> finish time is warned on the console and on JOBSUMM the
      *> moment it appears, not the next morning.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOB-SUMMARY-FILE ASSIGN TO "JOBSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-SUMMARY-STATUS.
           SELECT WINDOW-HISTORY-FILE ASSIGN TO "WINHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WINDOW-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SUMMARY-FILE.
       01 JOB-SUMMARY-LINE PIC X(80).

       FD  WINDOW-HISTORY-FILE.
       COPY WINHREC.

       WORKING-STORAGE SECTION.
       01 JOB-CAL-STATUS PIC XX VALUE "00".
       01 RUN-CONTROL-STATUS PIC XX VALUE "00".
       01 JOB-SUMMARY-STATUS PIC XX VALUE "00".
       01 WINDOW-HISTORY-STATUS PIC XX VALUE "00".
       01 WINDOW-HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 WINDOW-HISTORY-EOF VALUE "Y".
       01 JOB-CAL-EOF-SW PIC X(1) VALUE "N".
           88 JOB-CAL-EOF VALUE "Y".
       01 RUN-CONTROL-EOF-SW PIC X(1) VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.

       01 STEP-COUNT PIC 9(3) VALUE 0.
       01 STEP-TABLE.
               03 ST-PROGRAM PIC X(8).
               03 ST-DAYS PIC X(7).
               03 ST-PREDECESSOR PIC X(8).
               03 ST-SCHOOL-DAY-SW PIC X(1).
               03 ST-RESULT PIC X(8).
               03 ST-START-DATE PIC 9(8).
               03 ST-START-TIME PIC 9(6).
               03 ST-END-DATE PIC 9(8).
               03 ST-END-TIME PIC 9(6).
               03 ST-ELAPSED PIC 9(6).
               03 ST-AVERAGE PIC 9(6).
               03 ST-FLAG PIC X(8).
               03 ST-HIST-COUNT PIC 99.
               03 ST-HIST-ELAPSED PIC 9(6) OCCURS 10 TIMES.
       01 STEP-IDX PIC 9(3) VALUE 0.
       01 LOOK-IDX PIC 9(3) VALUE 0.
       01 PROJECT-IDX PIC 9(3) VALUE 0.
       01 HIST-IDX PIC 99 VALUE 0.
       01 HIST-TOTAL PIC 9(8) VALUE 0.
       01 STEP-DUE-SW PIC X(1) VALUE "N".
           88 STEP-DUE VALUE "Y".

      *>   Wall-clock timing.  Every time is also kept as seconds from
      *>   midnight on the day the window started, so a window that
      *>   runs past midnight still subtracts cleanly.
       01 CLOCK-DATE PIC 9(8) VALUE 0.
       01 CLOCK-TIME-WORK PIC 9(8) VALUE 0.
       01 CLOCK-TIME PIC 9(6) VALUE 0.
       01 CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
           02 CLOCK-HH PIC 99.
           02 CLOCK-MM PIC 99.
           02 CLOCK-SS PIC 99.
       01 CLOCK-DAY-NUM PIC 9(8) VALUE 0.
       01 CLOCK-SECONDS PIC 9(8) VALUE 0.
       01 WINDOW-START-DATE PIC 9(8) VALUE 0.
       01 WINDOW-START-TIME PIC 9(6) VALUE 0.
       01 WINDOW-START-DAY PIC 9(8) VALUE 0.
       01 WINDOW-START-SECONDS PIC 9(8) VALUE 0.
       01 WINDOW-END-SECONDS PIC 9(8) VALUE 0.
       01 WINDOW-ELAPSED PIC 9(8) VALUE 0.
       01 STEP-START-SECONDS PIC 9(8) VALUE 0.
       01 TARGET-HH PIC 99 VALUE 0.
       01 TARGET-MM PIC 99 VALUE 0.
       01 TARGET-SECONDS PIC 9(8) VALUE 0.
       01 PROJECTED-SECONDS PIC 9(8) VALUE 0.
       01 PROJECTED-FINISH PIC X(8) VALUE SPACES.
       01 PROJECTED-AFTER PIC X(8) VALUE SPACES.
       01 PROJECTED-MISS-SW PIC X(1) VALUE "N".
           88 PROJECTED-MISS VALUE "Y".
       01 MISSED-MINUTES PIC 9(5) VALUE 0.
       01 OVERRUN-LIMIT PIC 9(8) VALUE 0.
       01 EDIT-SECONDS PIC 9(8) VALUE 0.
       01 EDIT-DAYS PIC 9(3) VALUE 0.
       01 EDIT-DAY-SECONDS PIC 9(5) VALUE 0.
       01 EDIT-REMAINDER PIC 9(5) VALUE 0.
       01 TIME-EDIT.
           02 TE-HH PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 TE-MM PIC 99.
           02 FILLER PIC X(1) VALUE ":".
           02 TE-SS PIC 99.

       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
       01 RUN-STEP-COUNT PIC 9(3) VALUE 0.
       01 SKIP-STEP-COUNT PIC 9(3) VALUE 0.
       01 REFUSE-STEP-COUNT PIC 9(3) VALUE 0.
       01 OVERRUN-STEP-COUNT PIC 9(3) VALUE 0.

       01 SUMMARY-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "  PRED".
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-PREDECESSOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-START-TIME PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-END-TIME PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-ELAPSED PIC Z(6)9 BLANK WHEN ZERO.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-AVERAGE PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-FLAG PIC X(8).

       PROCEDURE DIVISION.
       JOBSCHED-DRIVER.
           MOVE "N" TO PROJECTED-MISS-SW
           MOVE SPACES TO PROJECTED-FINISH PROJECTED-AFTER
           MOVE 0 TO RUN-STEP-COUNT
           MOVE 0 TO SKIP-STEP-COUNT
           MOVE 0 TO REFUSE-STEP-COUNT
           MOVE 0 TO OVERRUN-STEP-COUNT
           ACCEPT WINDOW-START-DATE FROM DATE YYYYMMDD
           CALL "DAYSCALC" USING WINDOW-START-DATE, WINDOW-START-DAY,
                   DATE-VALID-SW
           PERFORM STAMP-CLOCK
           MOVE CLOCK-TIME TO WINDOW-START-TIME
           MOVE CLOCK-SECONDS TO WINDOW-START-SECONDS
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "BATCH WINDOW SCHEDULER STARTING FOR " RUN-DATE
           PERFORM DERIVE-DAY-OF-WEEK
           PERFORM CHECK-SCHOOL-OPEN
           PERFORM LOAD-JOB-CALENDAR
           IF STEP-COUNT = 0
               DISPLAY "NO CALENDAR STEPS -- NOTHING TO SCHEDULE"
               GOBACK
           END-IF
           PERFORM LOAD-WINDOW-HISTORY
           PERFORM SET-WINDOW-TARGET
           MOVE 1 TO PROJECT-IDX
           PERFORM PROJECT-WINDOW-FINISH
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM DISPATCH-ONE-STEP
           END-PERFORM
           PERFORM STAMP-CLOCK
           MOVE CLOCK-SECONDS TO WINDOW-END-SECONDS
           COMPUTE WINDOW-ELAPSED
                   = WINDOW-END-SECONDS - WINDOW-START-SECONDS
           IF RUN-STEP-COUNT > 0
               PERFORM WRITE-WINDOW-TOTAL-HISTORY
           END-IF
           PERFORM WRITE-WINDOW-SUMMARY
           PERFORM WRITE-AUDIT-RECORD
           GOBACK.
           DISPLAY "DAY-OF-WEEK POSITION  . . . . " WEEKDAY-IDX
                   " (1=MONDAY)".

       CHECK-SCHOOL-OPEN.
           MOVE "D" TO CAL-FUNCTION
           MOVE RUN-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-SCHOOL-DAY
               DISPLAY "SCHOOL CALENDAR . . . . . . . OPEN"
           ELSE
               DISPLAY "SCHOOL CALENDAR . . . . . . . CLOSED -- "
                       "SCHOOL-DAY STEPS WILL BE SKIPPED"
           END-IF.

       LOAD-JOB-CALENDAR.
           MOVE 0 TO STEP-COUNT
           MOVE "N" TO JOB-CAL-EOF-SW
                       MOVE JC-DAYS TO ST-DAYS(STEP-COUNT)
                       MOVE JC-PREDECESSOR
                               TO ST-PREDECESSOR(STEP-COUNT)
                       MOVE JC-SCHOOL-DAY-SW
                               TO ST-SCHOOL-DAY-SW(STEP-COUNT)
                       MOVE SPACES TO ST-RESULT(STEP-COUNT)
                       MOVE 0 TO ST-START-DATE(STEP-COUNT)
                       MOVE 0 TO ST-START-TIME(STEP-COUNT)
                       MOVE 0 TO ST-END-DATE(STEP-COUNT)
                       MOVE 0 TO ST-END-TIME(STEP-COUNT)
                       MOVE 0 TO ST-ELAPSED(STEP-COUNT)
                       MOVE 0 TO ST-AVERAGE(STEP-COUNT)
                       MOVE SPACES TO ST-FLAG(STEP-COUNT)
                       MOVE 0 TO ST-HIST-COUNT(STEP-COUNT)
                   ELSE
                       DISPLAY "CALENDAR TABLE FULL -- STEP NOT "
                               "SCHEDULED: " JC-PROGRAM
           END-IF
           DISPLAY "CALENDAR STEPS LOADED . . . . " STEP-COUNT.

      *>   Each step's trailing history: the elapsed times of its
      *>   last TREND-NIGHTS runs before tonight's business date, in
      *>   the order WINHIST was appended, averaged for the summary
      *>   and the finish projection.  Tonight's earlier attempts (a
      *>   rerun of the same business date) are left out.
       LOAD-WINDOW-HISTORY.
           MOVE "N" TO WINDOW-HISTORY-EOF-SW
           OPEN INPUT WINDOW-HISTORY-FILE
           IF WINDOW-HISTORY-STATUS = "35"
               DISPLAY "NO WINDOW HISTORY ON FILE -- NO TRAILING "
                       "AVERAGES TONIGHT"
           ELSE
               READ WINDOW-HISTORY-FILE
                   AT END SET WINDOW-HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL WINDOW-HISTORY-EOF
                   IF WH-RUN-DATE < RUN-DATE AND NOT WH-WINDOW-TOTAL
                       PERFORM ADD-STEP-HISTORY
                   END-IF
                   READ WINDOW-HISTORY-FILE
                       AT END SET WINDOW-HISTORY-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WINDOW-HISTORY-FILE
           END-IF
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF ST-HIST-COUNT(STEP-IDX) > 0
                   MOVE 0 TO HIST-TOTAL
                   PERFORM VARYING HIST-IDX FROM 1 BY 1
                           UNTIL HIST-IDX > ST-HIST-COUNT(STEP-IDX)
                       ADD ST-HIST-ELAPSED(STEP-IDX, HIST-IDX)
                           TO HIST-TOTAL
                   END-PERFORM
                   COMPUTE ST-AVERAGE(STEP-IDX) ROUNDED
                           = HIST-TOTAL / ST-HIST-COUNT(STEP-IDX)
               END-IF
           END-PERFORM.

      *>   A step listed twice in the calendar keeps its history on
      *>   each entry.  A full history drops its oldest night.
       ADD-STEP-HISTORY.
           PERFORM VARYING LOOK-IDX FROM 1 BY 1
                   UNTIL LOOK-IDX > STEP-COUNT
               IF ST-PROGRAM(LOOK-IDX) = WH-PROGRAM
                   IF ST-HIST-COUNT(LOOK-IDX) < PARM-TREND-NIGHTS
                       ADD 1 TO ST-HIST-COUNT(LOOK-IDX)
                   ELSE
                       PERFORM VARYING HIST-IDX FROM 1 BY 1
                               UNTIL HIST-IDX >= ST-HIST-COUNT(LOOK-IDX)
                           MOVE ST-HIST-ELAPSED(LOOK-IDX, HIST-IDX + 1)
                               TO ST-HIST-ELAPSED(LOOK-IDX, HIST-IDX)
                       END-PERFORM
                   END-IF
                   MOVE WH-ELAPSED TO ST-HIST-ELAPSED(LOOK-IDX,
                           ST-HIST-COUNT(LOOK-IDX))
               END-IF
           END-PERFORM.

      *>   A target no later than the window's start is the next
      *>   morning.
       SET-WINDOW-TARGET.
           DIVIDE PARM-WINDOW-TARGET BY 100 GIVING TARGET-HH
               REMAINDER TARGET-MM
           COMPUTE TARGET-SECONDS = TARGET-HH * 3600 + TARGET-MM * 60
           IF TARGET-SECONDS <= WINDOW-START-SECONDS
               ADD 86400 TO TARGET-SECONDS
           END-IF.

       STAMP-CLOCK.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT CLOCK-TIME-WORK FROM TIME
           MOVE CLOCK-TIME-WORK(1:6) TO CLOCK-TIME
           CALL "DAYSCALC" USING CLOCK-DATE, CLOCK-DAY-NUM,
                   DATE-VALID-SW
           COMPUTE CLOCK-SECONDS
                   = (CLOCK-DAY-NUM - WINDOW-START-DAY) * 86400
                   + CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.

      *>   Seconds from the window's start day to HH:MM:SS.
       EDIT-CLOCK-SECONDS.
           DIVIDE EDIT-SECONDS BY 86400 GIVING EDIT-DAYS
               REMAINDER EDIT-DAY-SECONDS
           DIVIDE EDIT-DAY-SECONDS BY 3600 GIVING TE-HH
               REMAINDER EDIT-REMAINDER
           DIVIDE EDIT-REMAINDER BY 60 GIVING TE-MM
               REMAINDER TE-SS.

       DISPATCH-ONE-STEP.
           IF ST-DAYS(STEP-IDX)(WEEKDAY-IDX:1) NOT = "Y"
               MOVE "SKIPPED " TO ST-RESULT(STEP-IDX)
               DISPLAY "STEP " ST-PROGRAM(STEP-IDX)
                       " NOT DUE TODAY -- SKIPPED"
           ELSE
               IF ST-SCHOOL-DAY-SW(STEP-IDX) = "Y"
                       AND NOT CAL-SCHOOL-DAY
                   MOVE "CLOSED  " TO ST-RESULT(STEP-IDX)
                   ADD 1 TO SKIP-STEP-COUNT
                   DISPLAY "STEP " ST-PROGRAM(STEP-IDX)
                           " SCHOOL CLOSED TODAY -- SKIPPED"
               ELSE
                   PERFORM CHECK-AND-LAUNCH-STEP
               END-IF
           END-IF.

       CHECK-AND-LAUNCH-STEP.
           IF ST-PREDECESSOR(STEP-IDX) = SPACES
               SET COMPLETE-FOUND TO TRUE
           ELSE
               PERFORM CHECK-PREDECESSOR-COMPLETE
           END-IF
           IF COMPLETE-FOUND
               PERFORM LAUNCH-ONE-STEP
           ELSE
               MOVE "REFUSED " TO ST-RESULT(STEP-IDX)
               ADD 1 TO REFUSE-STEP-COUNT
               DISPLAY "STEP " ST-PROGRAM(STEP-IDX)
                       " REFUSED -- PREDECESSOR "
                       ST-PREDECESSOR(STEP-IDX)
                       " NOT COMPLETE FOR " RUN-DATE
           END-IF.

      *>   The predecessor check reads RUNCTL directly, the same file
      *>   RUNGUARD records completions in.
       CHECK-PREDECESSOR-COMPLETE.
       LAUNCH-ONE-STEP.
           DISPLAY "LAUNCHING STEP " ST-PROGRAM(STEP-IDX)
           MOVE ST-PROGRAM(STEP-IDX) TO CALLED-PROGRAM
           PERFORM STAMP-CLOCK
           MOVE CLOCK-DATE TO ST-START-DATE(STEP-IDX)
           MOVE CLOCK-TIME TO ST-START-TIME(STEP-IDX)
           MOVE CLOCK-SECONDS TO STEP-START-SECONDS
           CALL CALLED-PROGRAM
               ON EXCEPTION
                   MOVE "REFUSED " TO ST-RESULT(STEP-IDX)
                   ADD 1 TO REFUSE-STEP-COUNT
                   MOVE 0 TO ST-START-DATE(STEP-IDX)
                   MOVE 0 TO ST-START-TIME(STEP-IDX)
                   DISPLAY "STEP " ST-PROGRAM(STEP-IDX)
                           " NOT AVAILABLE -- REFUSED"
               NOT ON EXCEPTION
                   MOVE "RUN     " TO ST-RESULT(STEP-IDX)
                   ADD 1 TO RUN-STEP-COUNT
                   PERFORM TIME-COMPLETED-STEP
           END-CALL
           COMPUTE PROJECT-IDX = STEP-IDX + 1
           PERFORM PROJECT-WINDOW-FINISH.

       TIME-COMPLETED-STEP.
           PERFORM STAMP-CLOCK
           MOVE CLOCK-DATE TO ST-END-DATE(STEP-IDX)
           MOVE CLOCK-TIME TO ST-END-TIME(STEP-IDX)
           COMPUTE ST-ELAPSED(STEP-IDX)
                   = CLOCK-SECONDS - STEP-START-SECONDS
           IF ST-HIST-COUNT(STEP-IDX) = 0
               MOVE "NO HIST " TO ST-FLAG(STEP-IDX)
           ELSE
               COMPUTE OVERRUN-LIMIT = ST-AVERAGE(STEP-IDX)
                       * (100 + PARM-OVERRUN-PCT) / 100
               IF ST-ELAPSED(STEP-IDX) > OVERRUN-LIMIT
                       AND ST-ELAPSED(STEP-IDX)
                           >= ST-AVERAGE(STEP-IDX) + 60
                   MOVE "OVERRUN " TO ST-FLAG(STEP-IDX)
                   ADD 1 TO OVERRUN-STEP-COUNT
                   DISPLAY "WARNING -- STEP " ST-PROGRAM(STEP-IDX)
                           " RAN " ST-ELAPSED(STEP-IDX)
                           " SEC AGAINST AN AVERAGE OF "
                           ST-AVERAGE(STEP-IDX)
               END-IF
           END-IF
           MOVE RUN-DATE TO WH-RUN-DATE
           MOVE ST-PROGRAM(STEP-IDX) TO WH-PROGRAM
           MOVE ST-START-DATE(STEP-IDX) TO WH-START-DATE
           MOVE ST-START-TIME(STEP-IDX) TO WH-START-TIME
           MOVE ST-END-DATE(STEP-IDX) TO WH-END-DATE
           MOVE ST-END-TIME(STEP-IDX) TO WH-END-TIME
           MOVE ST-ELAPSED(STEP-IDX) TO WH-ELAPSED
           PERFORM APPEND-WINDOW-HISTORY.

       WRITE-WINDOW-TOTAL-HISTORY.
           MOVE RUN-DATE TO WH-RUN-DATE
           MOVE "*WINDOW*" TO WH-PROGRAM
           MOVE WINDOW-START-DATE TO WH-START-DATE
           MOVE WINDOW-START-TIME TO WH-START-TIME
           MOVE CLOCK-DATE TO WH-END-DATE
           MOVE CLOCK-TIME TO WH-END-TIME
           MOVE WINDOW-ELAPSED TO WH-ELAPSED
           PERFORM APPEND-WINDOW-HISTORY.

       APPEND-WINDOW-HISTORY.
           OPEN EXTEND WINDOW-HISTORY-FILE
           IF WINDOW-HISTORY-STATUS = "35"
               OPEN OUTPUT WINDOW-HISTORY-FILE
           END-IF
           WRITE WINDOW-HISTORY-RECORD
           CLOSE WINDOW-HISTORY-FILE.

      *>   The clock now plus the trailing averages of every step from
      *>   PROJECT-IDX on that is due tonight.  The first projection
      *>   past the target is the one warned; the window is then
      *>   known to be late and the operator has been told.
       PROJECT-WINDOW-FINISH.
           PERFORM STAMP-CLOCK
           MOVE CLOCK-SECONDS TO PROJECTED-SECONDS
           PERFORM VARYING LOOK-IDX FROM PROJECT-IDX BY 1
                   UNTIL LOOK-IDX > STEP-COUNT
               MOVE "Y" TO STEP-DUE-SW
               IF ST-DAYS(LOOK-IDX)(WEEKDAY-IDX:1) NOT = "Y"
                   MOVE "N" TO STEP-DUE-SW
               END-IF
               IF ST-SCHOOL-DAY-SW(LOOK-IDX) = "Y"
                       AND NOT CAL-SCHOOL-DAY
                   MOVE "N" TO STEP-DUE-SW
               END-IF
               IF STEP-DUE
                   ADD ST-AVERAGE(LOOK-IDX) TO PROJECTED-SECONDS
               END-IF
           END-PERFORM
           IF PROJECTED-SECONDS > TARGET-SECONDS AND NOT PROJECTED-MISS
               MOVE "Y" TO PROJECTED-MISS-SW
               MOVE PROJECTED-SECONDS TO EDIT-SECONDS
               PERFORM EDIT-CLOCK-SECONDS
               MOVE TIME-EDIT TO PROJECTED-FINISH
               IF PROJECT-IDX = 1
                   MOVE "START" TO PROJECTED-AFTER
               ELSE
                   MOVE ST-PROGRAM(PROJECT-IDX - 1) TO PROJECTED-AFTER
               END-IF
               DISPLAY "WARNING -- PROJECTED WINDOW FINISH "
                       PROJECTED-FINISH " MISSES THE TARGET "
                       TARGET-HH ":" TARGET-MM
           END-IF.

       WRITE-WINDOW-SUMMARY.
           OPEN OUTPUT JOB-SUMMARY-FILE
           WRITE JOB-SUMMARY-LINE
           MOVE ALL "-" TO JOB-SUMMARY-LINE
           WRITE JOB-SUMMARY-LINE
           MOVE "  STEP      RESULT" TO JOB-SUMMARY-LINE
           MOVE "START    END      ELAPSED AVERAGE FLAG"
               TO JOB-SUMMARY-LINE(38:38)
           WRITE JOB-SUMMARY-LINE
           DISPLAY "============ BATCH WINDOW SUMMARY ============"
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               MOVE ST-PROGRAM(STEP-IDX) TO SD-PROGRAM
               MOVE ST-RESULT(STEP-IDX) TO SD-RESULT
               MOVE ST-PREDECESSOR(STEP-IDX) TO SD-PREDECESSOR
               MOVE SPACES TO SD-START-TIME
               MOVE SPACES TO SD-END-TIME
               IF ST-START-DATE(STEP-IDX) > 0
                   MOVE ST-START-TIME(STEP-IDX) TO CLOCK-TIME
                   PERFORM EDIT-CLOCK-TIME
                   MOVE TIME-EDIT TO SD-START-TIME
                   MOVE ST-END-TIME(STEP-IDX) TO CLOCK-TIME
                   PERFORM EDIT-CLOCK-TIME
                   MOVE TIME-EDIT TO SD-END-TIME
               END-IF
               MOVE ST-ELAPSED(STEP-IDX) TO SD-ELAPSED
               MOVE ST-AVERAGE(STEP-IDX) TO SD-AVERAGE
               MOVE ST-FLAG(STEP-IDX) TO SD-FLAG
               WRITE JOB-SUMMARY-LINE FROM SUMMARY-DETAIL
               DISPLAY "  " ST-PROGRAM(STEP-IDX) " "
                       ST-RESULT(STEP-IDX)
           STRING "RUN " RUN-STEP-COUNT
               "  SKIPPED " SKIP-STEP-COUNT
               "  REFUSED " REFUSE-STEP-COUNT
               "  OVER AVERAGE " OVERRUN-STEP-COUNT
               DELIMITED BY SIZE INTO JOB-SUMMARY-LINE
           WRITE JOB-SUMMARY-LINE
           PERFORM WRITE-WINDOW-TIMING
           CLOSE JOB-SUMMARY-FILE
           DISPLAY "STEPS RUN . . . . . . . . . " RUN-STEP-COUNT
           DISPLAY "STEPS SKIPPED . . . . . . . " SKIP-STEP-COUNT
           DISPLAY "STEPS REFUSED . . . . . . . " REFUSE-STEP-COUNT
           DISPLAY "STEPS OVER AVERAGE  . . . . " OVERRUN-STEP-COUNT
           DISPLAY "WINDOW ELAPSED SECONDS  . . " WINDOW-ELAPSED
           DISPLAY "==============================================".

      *>   Times on the summary are in seconds; the window's own
      *>   finish is judged against the target the same way the
      *>   projections were.
       WRITE-WINDOW-TIMING.
           MOVE SPACES TO JOB-SUMMARY-LINE
           MOVE WINDOW-START-TIME TO CLOCK-TIME
           PERFORM EDIT-CLOCK-TIME
           STRING "WINDOW STARTED " TIME-EDIT
               DELIMITED BY SIZE INTO JOB-SUMMARY-LINE
           MOVE WINDOW-END-SECONDS TO EDIT-SECONDS
           PERFORM EDIT-CLOCK-SECONDS
           STRING "  FINISHED " TIME-EDIT
               "  ELAPSED " WINDOW-ELAPSED " SEC"
               DELIMITED BY SIZE INTO JOB-SUMMARY-LINE(24:57)
           WRITE JOB-SUMMARY-LINE
           MOVE SPACES TO JOB-SUMMARY-LINE
           IF WINDOW-END-SECONDS > TARGET-SECONDS
               COMPUTE MISSED-MINUTES
                       = (WINDOW-END-SECONDS - TARGET-SECONDS + 59) / 60
               STRING "TARGET FINISH " TARGET-HH ":" TARGET-MM
                   " MISSED BY " MISSED-MINUTES " MIN"
                   DELIMITED BY SIZE INTO JOB-SUMMARY-LINE
               DISPLAY "WINDOW MISSED ITS TARGET FINISH BY "
                       MISSED-MINUTES " MIN"
           ELSE
               STRING "TARGET FINISH " TARGET-HH ":" TARGET-MM " MET"
                   DELIMITED BY SIZE INTO JOB-SUMMARY-LINE
           END-IF
           WRITE JOB-SUMMARY-LINE
           IF PROJECTED-MISS
               MOVE SPACES TO JOB-SUMMARY-LINE
               STRING "PROJECTED LATE FINISH " PROJECTED-FINISH
                   " FIRST WARNED AFTER " PROJECTED-AFTER
                   DELIMITED BY SIZE INTO JOB-SUMMARY-LINE
               WRITE JOB-SUMMARY-LINE
           END-IF.

       EDIT-CLOCK-TIME.
           MOVE CLOCK-HH TO TE-HH
           MOVE CLOCK-MM TO TE-MM
           MOVE CLOCK-SS TO TE-SS.

       WRITE-AUDIT-RECORD.
           MOVE "JOBSCHED" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
