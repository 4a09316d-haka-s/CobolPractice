       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCHECK.
      *>****************************************************************
      *> Shared school calendar lookup, callable the same way
      *> DAYSCALC is.  Answers the questions the batch asks of the
      *> CALENDAR file -- is this date an instructional day, which
      *> term does this date fall in, how many instructional days lie
      *> between two dates -- so ATTPOST, ATTRPT, PROMOTE, RPTCARD
      *> and JOBSCHED all apply one rule: a date is an instructional
      *> day when it falls inside a term and is either a weekday no
      *> holiday entry covers or a keyed make-up day.  The calendar
      *> is loaded on the first call and kept for the rest of the
      *> run; function "R" drops it so the next call reloads (CALMNT
      *> does this after rewriting the file).  Function codes and
      *> the returned fields are described in CALWORK.
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

       01 CALENDAR-LOADED-SW PIC X(1) VALUE "N".
           88 CALENDAR-LOADED VALUE "Y".
       01 CALENDAR-PRESENT-SW PIC X(1) VALUE "N".
           88 CALENDAR-PRESENT VALUE "Y".
       01 CAL-FILE-COUNT PIC 9(5) VALUE 0.
       01 CAL-COUNT PIC 9(3) VALUE 0.
       01 CAL-TABLE.
           02 CAL-ENTRY OCCURS 300 TIMES.
               03 CT-ENTRY-TYPE PIC X(1).
               03 CT-START-DATE PIC 9(8).
               03 CT-END-DATE PIC 9(8).
               03 CT-TERM-ID PIC X(6).
       01 CAL-IDX PIC 9(3) VALUE 0.

       01 CHECK-DATE PIC 9(8) VALUE 0.
       01 CHECK-DATE-PARTS REDEFINES CHECK-DATE.
           02 CD-YEAR PIC 9(4).
           02 CD-MONTH PIC 99.
           02 CD-DAY PIC 99.
       01 CHECK-DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "Y".
           88 DATE-IS-VALID VALUE "Y".
       01 WEEKDAY-QUOT PIC 9(8) VALUE 0.
       01 WEEKDAY-REM PIC 9(1) VALUE 0.
       01 WEEKDAY-IDX PIC 9(1) VALUE 1.
       01 DAY-OPEN-SW PIC X(1) VALUE "N".
           88 DAY-OPEN VALUE "Y".
       01 IN-TERM-SW PIC X(1) VALUE "N".
           88 IN-TERM VALUE "Y".
       01 MAKE-UP-SW PIC X(1) VALUE "N".
           88 MAKE-UP-DAY VALUE "Y".
       01 HOLIDAY-SW PIC X(1) VALUE "N".
           88 HOLIDAY-DAY VALUE "Y".
       01 BEST-TERM-END PIC 9(8) VALUE 0.
       01 COUNT-LIMIT PIC 9(5) VALUE 0.
           LINKAGE SECTION.
               01 LCAL-FUNCTION PIC X(1).
                   88 LFUNC-DAY-CHECK VALUE "D".
                   88 LFUNC-TERM-LOOKUP VALUE "T".
                   88 LFUNC-COUNT-DAYS VALUE "C".
                   88 LFUNC-RELOAD VALUE "R".
               01 LCAL-DATE PIC 9(8).
               01 LCAL-END-DATE PIC 9(8).
               01 LCAL-RESULT-SW PIC X(1).
               01 LCAL-DAY-COUNT PIC 9(5).
               01 LCAL-TERM-ID PIC X(6).
               01 LCAL-TERM-START PIC 9(8).
               01 LCAL-TERM-END PIC 9(8).
               01 LCAL-ON-FILE-SW PIC X(1).

       PROCEDURE DIVISION USING LCAL-FUNCTION, LCAL-DATE,
               LCAL-END-DATE, LCAL-RESULT-SW, LCAL-DAY-COUNT,
               LCAL-TERM-ID, LCAL-TERM-START, LCAL-TERM-END,
               LCAL-ON-FILE-SW.
       CALCHECK-MAIN.
           IF LFUNC-RELOAD
               MOVE "N" TO CALENDAR-LOADED-SW
           ELSE
               IF NOT CALENDAR-LOADED
                   PERFORM LOAD-CALENDAR-TABLE
               END-IF
               MOVE CALENDAR-PRESENT-SW TO LCAL-ON-FILE-SW
               MOVE "N" TO LCAL-RESULT-SW
               EVALUATE TRUE
                   WHEN LFUNC-DAY-CHECK
                       MOVE LCAL-DATE TO CHECK-DATE
                       PERFORM FIND-DAY-OF-WEEK
                       PERFORM CHECK-ONE-DAY
                       MOVE DAY-OPEN-SW TO LCAL-RESULT-SW
                   WHEN LFUNC-TERM-LOOKUP
                       PERFORM FIND-TERM-FOR-DATE
                   WHEN LFUNC-COUNT-DAYS
                       PERFORM COUNT-INSTRUCTIONAL-DAYS
                   WHEN OTHER
                       DISPLAY "CALCHECK -- INVALID FUNCTION "
                               LCAL-FUNCTION
               END-EVALUATE
           END-IF

       EXIT PROGRAM.

       LOAD-CALENDAR-TABLE.
           MOVE 0 TO CAL-FILE-COUNT
           MOVE 0 TO CAL-COUNT
           MOVE "N" TO CALENDAR-PRESENT-SW
           MOVE "N" TO CALENDAR-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = "00"
               SET CALENDAR-PRESENT TO TRUE
               READ CALENDAR-FILE
                   AT END SET CALENDAR-EOF TO TRUE
               END-READ
               PERFORM UNTIL CALENDAR-EOF
                   ADD 1 TO CAL-FILE-COUNT
                   MOVE CALENDAR-FD-RECORD TO CALENDAR-RECORD
                   IF CAL-COUNT < 300
                       ADD 1 TO CAL-COUNT
                       MOVE CA-ENTRY-TYPE TO CT-ENTRY-TYPE(CAL-COUNT)
                       MOVE CA-START-DATE TO CT-START-DATE(CAL-COUNT)
                       MOVE CA-END-DATE TO CT-END-DATE(CAL-COUNT)
                       MOVE CA-TERM-ID TO CT-TERM-ID(CAL-COUNT)
                   END-IF
                   READ CALENDAR-FILE
                       AT END SET CALENDAR-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
               IF CAL-FILE-COUNT > 300
                   DISPLAY "CALENDAR HAS " CAL-FILE-COUNT
                           " ENTRIES -- ONLY THE FIRST 300 USED"
               END-IF
           END-IF
           SET CALENDAR-LOADED TO TRUE.

      *>   Monday is weekday 1 and Sunday weekday 7, the same
      *>   position JOBSCHED uses for the JOBCAL day flags.
       FIND-DAY-OF-WEEK.
           CALL "DAYSCALC" USING CHECK-DATE, CHECK-DAY-NUM,
                   DATE-VALID-SW
           IF DATE-IS-VALID
               COMPUTE WEEKDAY-QUOT = (CHECK-DAY-NUM - 1) / 7
               COMPUTE WEEKDAY-REM = CHECK-DAY-NUM - 1
                       - (WEEKDAY-QUOT * 7)
               COMPUTE WEEKDAY-IDX = WEEKDAY-REM + 1
           END-IF.

       CHECK-ONE-DAY.
           MOVE "N" TO DAY-OPEN-SW
           IF NOT CALENDAR-PRESENT
               SET DAY-OPEN TO TRUE
           ELSE
               IF DATE-IS-VALID
                   MOVE "N" TO IN-TERM-SW
                   MOVE "N" TO MAKE-UP-SW
                   MOVE "N" TO HOLIDAY-SW
                   PERFORM VARYING CAL-IDX FROM 1 BY 1
                           UNTIL CAL-IDX > CAL-COUNT
                       IF CHECK-DATE >= CT-START-DATE(CAL-IDX)
                               AND CHECK-DATE <= CT-END-DATE(CAL-IDX)
                           EVALUATE CT-ENTRY-TYPE(CAL-IDX)
                               WHEN "T"
                                   SET IN-TERM TO TRUE
                               WHEN "M"
                                   SET MAKE-UP-DAY TO TRUE
                               WHEN "H"
                                   SET HOLIDAY-DAY TO TRUE
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   IF IN-TERM
                       IF MAKE-UP-DAY
                           SET DAY-OPEN TO TRUE
                       ELSE
                           IF WEEKDAY-IDX <= 5 AND NOT HOLIDAY-DAY
                               SET DAY-OPEN TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   A date between terms (or after the last one) takes the
      *>   latest term already finished, so a promotion or report
      *>   card run keyed the week after term end still finds it.
       FIND-TERM-FOR-DATE.
           MOVE SPACES TO LCAL-TERM-ID
           MOVE 0 TO LCAL-TERM-START
           MOVE 0 TO LCAL-TERM-END
           MOVE 0 TO BEST-TERM-END
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
               IF CT-ENTRY-TYPE(CAL-IDX) = "T"
                   IF LCAL-DATE >= CT-START-DATE(CAL-IDX)
                           AND LCAL-DATE <= CT-END-DATE(CAL-IDX)
                       MOVE 99999999 TO BEST-TERM-END
                       PERFORM TAKE-THIS-TERM
                   ELSE
                       IF CT-END-DATE(CAL-IDX) < LCAL-DATE
                               AND CT-END-DATE(CAL-IDX) > BEST-TERM-END
                           MOVE CT-END-DATE(CAL-IDX) TO BEST-TERM-END
                           PERFORM TAKE-THIS-TERM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-THIS-TERM.
           MOVE CT-TERM-ID(CAL-IDX) TO LCAL-TERM-ID
           MOVE CT-START-DATE(CAL-IDX) TO LCAL-TERM-START
           MOVE CT-END-DATE(CAL-IDX) TO LCAL-TERM-END
           MOVE "Y" TO LCAL-RESULT-SW.

      *>   Walks the range a calendar day at a time; a day past the
      *>   end of its month rolls to the first of the next.  The
      *>   walk is capped at ten years so a reversed or mis-keyed
      *>   range cannot run away.
       COUNT-INSTRUCTIONAL-DAYS.
           MOVE 0 TO LCAL-DAY-COUNT
           MOVE 0 TO COUNT-LIMIT
           MOVE LCAL-DATE TO CHECK-DATE
           PERFORM FIND-DAY-OF-WEEK
           IF DATE-IS-VALID
               PERFORM UNTIL CHECK-DATE > LCAL-END-DATE
                       OR COUNT-LIMIT > 3660
                   PERFORM CHECK-ONE-DAY
                   IF DAY-OPEN
                       ADD 1 TO LCAL-DAY-COUNT
                   END-IF
                   PERFORM ADVANCE-ONE-DAY
               END-PERFORM
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO COUNT-LIMIT
           ADD 1 TO CD-DAY
           CALL "DAYSCALC" USING CHECK-DATE, CHECK-DAY-NUM,
                   DATE-VALID-SW
           IF NOT DATE-IS-VALID
               MOVE 1 TO CD-DAY
               IF CD-MONTH = 12
                   MOVE 1 TO CD-MONTH
                   ADD 1 TO CD-YEAR
               ELSE
                   ADD 1 TO CD-MONTH
               END-IF
               MOVE "Y" TO DATE-VALID-SW
           END-IF
           IF WEEKDAY-IDX = 7
               MOVE 1 TO WEEKDAY-IDX
           ELSE
               ADD 1 TO WEEKDAY-IDX
           END-IF.
