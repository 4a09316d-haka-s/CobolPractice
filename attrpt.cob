      *> rows for the requested month are SORTed by section and
      *> student (the same verb RECON and TRENDRPT use, so a month
      *> never hits a work-table ceiling) and printed at the key
      *> break with each student's present / absent / tardy /
      *> suspended counts and absence rate, flagging every student whose rate crosses
      *> the ABSENCE-PCT run parameter -- the chronic-absence numbers
      *> the district asks for, and the early warning that usually
      *> shows in the seat count before it shows in the scores.  The
      *> rate is taken against the month's instructional days from
      *> the school calendar (CALCHECK), so a student missing from
      *> the roll on a day the school was open still counts against
      *> it; with no CALENDAR on file the rate falls back to the
      *> days the student was marked at all.  Days suspended are
      *> days on the roll but never absences, so a suspension does
      *> not push a student over the chronic-absence line.
      *> Report goes to ATTRPT.
      *>****************************************************************
       ENVIRONMENT DIVISION.
           02 SR-PRESENT-COUNT PIC 9(3).
           02 SR-ABSENT-COUNT PIC 9(3).
           02 SR-TARDY-COUNT PIC 9(3).
           02 SR-SUSPENDED-COUNT PIC 9(3).

       FD  ATT-REPORT-FILE.
       01 ATT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 REPORT-MONTH-IN PIC X(6) VALUE SPACES.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.
       01 INSTRUCTIONAL-DAYS PIC 9(5) VALUE 0.

       01 MONTH-ROW-COUNT PIC 9(7) VALUE 0.
       01 CURRENT-SECTION PIC X(3) VALUE SPACES.
           02 RD-ABSENT PIC ZZ9.
           02 FILLER PIC X(3) VALUE "  T".
           02 RD-TARDY PIC ZZ9.
           02 FILLER PIC X(3) VALUE "  S".
           02 RD-SUSPENDED PIC ZZ9.
           02 FILLER PIC X(6) VALUE "  PCT ".
           02 RD-RATE PIC ZZ9.99.
           02 RD-FLAG PIC X(19) VALUE SPACES.
           ELSE
               MOVE RUN-DATE(1:6) TO REPORT-MONTH
           END-IF
           PERFORM COUNT-MONTH-SCHOOL-DAYS
           OPEN INPUT ATTEND-TOTAL-FILE
           IF ATTEND-TOTAL-STATUS = "35"
               DISPLAY "NO ATTENDANCE TOTALS ON FILE -- ATTTOTL "
                   FLAGGED-COUNT " FLAGGED"
           GOBACK.

       COUNT-MONTH-SCHOOL-DAYS.
           MOVE "C" TO CAL-FUNCTION
           COMPUTE CAL-DATE = REPORT-MONTH * 100 + 1
           COMPUTE CAL-END-DATE = REPORT-MONTH * 100 + 31
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-ON-FILE
               MOVE CAL-DAY-COUNT TO INSTRUCTIONAL-DAYS
               DISPLAY "INSTRUCTIONAL DAYS IN MONTH . " INSTRUCTIONAL-DAYS
           ELSE
               MOVE 0 TO INSTRUCTIONAL-DAYS
               DISPLAY "NO CALENDAR ON FILE -- RATES TAKEN AGAINST "
                       "DAYS MARKED"
           END-IF.

       RELEASE-MONTH-TOTALS.
           MOVE "N" TO TOTAL-EOF-SW
           OPEN INPUT ATTEND-TOTAL-FILE
                   MOVE AH-PRESENT-COUNT TO SR-PRESENT-COUNT
                   MOVE AH-ABSENT-COUNT TO SR-ABSENT-COUNT
                   MOVE AH-TARDY-COUNT TO SR-TARDY-COUNT
                   IF AH-SUSPENDED-COUNT NOT NUMERIC
                       MOVE 0 TO AH-SUSPENDED-COUNT
                   END-IF
                   MOVE AH-SUSPENDED-COUNT TO SR-SUSPENDED-COUNT
                   RELEASE SORT-RECORD
               END-IF
               READ ATTEND-TOTAL-FILE
           MOVE SR-PRESENT-COUNT TO RD-PRESENT
           MOVE SR-ABSENT-COUNT TO RD-ABSENT
           MOVE SR-TARDY-COUNT TO RD-TARDY
           MOVE SR-SUSPENDED-COUNT TO RD-SUSPENDED
           IF INSTRUCTIONAL-DAYS > 0
               MOVE INSTRUCTIONAL-DAYS TO DAYS-ON-ROLL
           ELSE
               COMPUTE DAYS-ON-ROLL = SR-PRESENT-COUNT
                       + SR-ABSENT-COUNT + SR-TARDY-COUNT
                       + SR-SUSPENDED-COUNT
           END-IF
           IF DAYS-ON-ROLL > 0
               COMPUTE ABSENCE-RATE ROUNDED
                       = SR-ABSENT-COUNT * 100 / DAYS-ON-ROLL
               "  RUN " RUN-DATE
               DELIMITED BY SIZE INTO ATT-REPORT-LINE
           WRITE ATT-REPORT-LINE
           MOVE SPACES TO ATT-REPORT-LINE
           IF INSTRUCTIONAL-DAYS > 0
               STRING "RATES AGAINST " INSTRUCTIONAL-DAYS
                   " INSTRUCTIONAL DAYS ON THE SCHOOL CALENDAR"
                   DELIMITED BY SIZE INTO ATT-REPORT-LINE
           ELSE
               STRING "RATES AGAINST DAYS MARKED -- NO SCHOOL "
                   "CALENDAR FOR THE MONTH"
                   DELIMITED BY SIZE INTO ATT-REPORT-LINE
           END-IF
           WRITE ATT-REPORT-LINE
           MOVE ALL "-" TO ATT-REPORT-LINE
           WRITE ATT-REPORT-LINE.

