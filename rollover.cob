           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLOVER.
      *>****************************************************************
      *> School-year rollover.  Closes the school year that ended
      *> before the business date and opens the next one, doing in
      *> one run and in a fixed order what the office used to do by
      *> hand:
      *>   ENRLMSTR   every active enrollee's PROMOFIL decision for the
      *>              year just closed is carried onto the master as
      *>              the grade for the new year; a senior promoted
      *>              out of grade 12 is marked graduated as of the
      *>              decision's term date, and each student the
      *>              operator names as not returning is marked
      *>              withdrawn.  Each change is journaled to MSTRJRNL
      *>              the way MSTRUPDT journals its own, so WDRLRPT
      *>              registers the graduations and withdrawals.
      *>   ATTTOTL    the year's attendance totals are appended to the
      *>              ATTARCH archive and the live file is emptied for
      *>              the new year.
      *>   SECTREF    the operator carries each section forward or
      *>              retires it; only the carried sections remain.
      *> A decision dated before July 1 of the closing year is last
      *> year's and is not applied -- the student is listed instead,
      *> as is every borderline student held back pending review.
      *> The year to close, the students not returning and the
      *> sections to carry are all keyed and confirmed before
      *> anything is touched, then each of the three files gets a
      *> FILEBACK generation; a failed backup stops the run with
      *> nothing changed.  ROLLRPT prints the headcount by grade
      *> before and after the rollover with the run's counts, and
      *> the ROLLCTL control record for the year closed means it
      *> will not be closed again.  A year still in session is
      *> never closed: the run is refused before June 1, and before
      *> the last CALENDAR term of the closing year has ended.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-TOTAL-STATUS.
           SELECT ATTEND-ARCHIVE-FILE ASSIGN TO "ATTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-ARCHIVE-STATUS.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ROLLOVER-CONTROL-FILE ASSIGN TO "ROLLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLOVER-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY MASTREC.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  ATTEND-TOTAL-FILE.
       COPY ATTHREC.

       FD  ATTEND-ARCHIVE-FILE.
       01 ATTEND-ARCHIVE-RECORD PIC X(69).

       FD  SECTION-REF-FILE.
       01 SECTION-REF-FD-RECORD PIC X(36).

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  JOURNAL-FILE.
       01 JOURNAL-FD-RECORD PIC X(237).

       FD  ROLLOVER-CONTROL-FILE.
       COPY ROLLREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 ATTEND-ARCHIVE-STATUS PIC XX VALUE "00".
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 CALENDAR-STATUS PIC XX VALUE "00".
       01 JOURNAL-STATUS PIC XX VALUE "00".
       01 ROLLOVER-CONTROL-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 INPUT-EOF-SW PIC X(1) VALUE "N".
           88 INPUT-EOF VALUE "Y".
       01 MASTER-EOF-SW PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 PROMO-CHECK-SW PIC X(1) VALUE "N".
           88 PROMO-CHECK-ON VALUE "Y".
       01 PROMO-FOUND-SW PIC X(1) VALUE "N".
           88 PROMO-FOUND VALUE "Y".
       01 ALREADY-ROLLED-SW PIC X(1) VALUE "N".
           88 ALREADY-ROLLED VALUE "Y".
       COPY AUDITWK.
       COPY RUNPARM.
       COPY SECTREC.
       COPY JRNLREC.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           02 RUN-YEAR PIC 9(4).
           02 RUN-MONTH-DAY PIC 9(4).
       01 TIME-WORK PIC 9(8) VALUE 0.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 CONFIRM-REPLY PIC X(1) VALUE SPACE.
           88 CONFIRM-YES VALUE "Y", "y".

       01 BAK-FILE-ID PIC X(9) VALUE SPACES.
       01 BAK-FUNCTION PIC X(1) VALUE "O".
       01 BAK-RECORD PIC X(108) VALUE SPACES.
       01 BAK-PROCEED-SW PIC X(1) VALUE "Y".
           88 BAK-PROCEED VALUE "Y".

      *>   The year being closed is named by the calendar year it
      *>   began; a decision counts for it only if dated after the
      *>   June 30 that opened it.
       01 CLOSING-YEAR PIC 9(4) VALUE 0.
       01 CLOSING-YEAR-END PIC 9(4) VALUE 0.
       01 NEW-YEAR PIC 9(4) VALUE 0.
       01 NEW-YEAR-END PIC 9(4) VALUE 0.
       01 CLOSING-YEAR-LABEL PIC X(9) VALUE SPACES.
       01 NEW-YEAR-LABEL PIC X(9) VALUE SPACES.
       01 DECISION-AFTER-DATE PIC 9(8) VALUE 0.
       01 CLOSING-YEAR-LAST-DATE PIC 9(8) VALUE 0.
       01 LAST-TERM-END PIC 9(8) VALUE 0.
       01 ROLLED-YEAR PIC 9(4) VALUE 0.
       01 ROLLED-RUN-DATE PIC 9(8) VALUE 0.

      *>   Students the operator names as not returning, keyed and
      *>   checked against the master before the run starts.
       01 NOT-RETURNING-COUNT PIC 9(3) VALUE 0.
       01 NOT-RETURNING-TABLE.
           02 NR-STUDENT-ID PIC 9(7) OCCURS 500 TIMES.
       01 NR-IDX PIC 9(3) VALUE 0.
       01 NR-FOUND-SW PIC X(1) VALUE "N".
           88 NR-FOUND VALUE "Y".
       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 ENTRY-DONE-SW PIC X(1) VALUE "N".
           88 ENTRY-DONE VALUE "Y".

      *>   SECTREF held in a table while the operator decides each
      *>   section; the file is rewritten from it with the carried
      *>   sections only.
       01 SREF-FILE-COUNT PIC 9(5) VALUE 0.
       01 SREF-COUNT PIC 9(3) VALUE 0.
       01 SREF-TABLE.
           02 SREF-ENTRY OCCURS 200 TIMES.
               03 SRT-RECORD PIC X(36).
               03 SRT-CARRY-SW PIC X(1).
                   88 SRT-CARRIED VALUE "Y".
       01 SREF-IDX PIC 9(3) VALUE 0.
       01 CARRY-ALL-SW PIC X(1) VALUE "N".
           88 CARRY-ALL VALUE "Y".
       01 CARRY-REPLY PIC X(1) VALUE SPACE.
           88 CARRY-YES VALUE "Y", "y".
           88 CARRY-NO VALUE "N", "n".
           88 CARRY-REST VALUE "A", "a".

      *>   One enrollee's change as the master pass works it out.
       01 ROLL-ACTION PIC X(1) VALUE SPACE.
           88 ROLL-GRADE-ONLY VALUE "Y".
           88 ROLL-GRADUATED VALUE "G".
           88 ROLL-WITHDRAWN VALUE "W".
           88 ROLL-NO-CHANGE VALUE SPACE.
       01 GRADE-SLOT PIC 99 VALUE 0.

      *>   Headcount by grade before and after the rollover, grade
      *>   00 in the first slot and enrollees with no grade in the
      *>   last.
       01 GRADE-COUNT-TABLE.
           02 GC-ENTRY OCCURS 14 TIMES.
               03 GC-BEFORE PIC 9(5).
               03 GC-AFTER PIC 9(5).
       01 GRADE-IDX PIC 99 VALUE 0.
       01 GRADE-LABEL-NUM PIC 99 VALUE 0.
       01 GRADE-CHANGE PIC S9(5) VALUE 0.
       01 BEFORE-TOTAL PIC 9(5) VALUE 0.
       01 AFTER-TOTAL PIC 9(5) VALUE 0.

       01 MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 MASTER-WRITE-COUNT PIC 9(5) VALUE 0.
       01 MASTER-REJECT-COUNT PIC 9(5) VALUE 0.
       01 PROMOTED-COUNT PIC 9(5) VALUE 0.
       01 RETAINED-COUNT PIC 9(5) VALUE 0.
       01 BORDERLINE-COUNT PIC 9(5) VALUE 0.
       01 NO-DECISION-COUNT PIC 9(5) VALUE 0.
       01 GRADUATED-COUNT PIC 9(5) VALUE 0.
       01 WITHDRAWN-COUNT PIC 9(5) VALUE 0.
       01 ATTEND-CLOSED-COUNT PIC 9(7) VALUE 0.
       01 SECTIONS-CARRIED PIC 9(3) VALUE 0.
       01 SECTIONS-RETIRED PIC 9(3) VALUE 0.

       01 ROLL-DETAIL.
           02 RL-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-NOTE PIC X(39).
       01 GRADE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-LABEL PIC X(8).
           02 FILLER PIC X(6) VALUE SPACES.
           02 GL-BEFORE PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 GL-AFTER PIC ZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 GL-CHANGE PIC -ZZZZ9.
       01 SECTION-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 XL-SECTION-ID PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 XL-TEACHER PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 XL-ROOM PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 XL-DISPOSITION PIC X(7).

       PROCEDURE DIVISION.
       ROLLOVER-DRIVER.
           MOVE 0 TO MASTER-READ-COUNT
           MOVE 0 TO ACTIVE-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO MASTER-WRITE-COUNT
           MOVE 0 TO MASTER-REJECT-COUNT
           MOVE 0 TO PROMOTED-COUNT
           MOVE 0 TO RETAINED-COUNT
           MOVE 0 TO BORDERLINE-COUNT
           MOVE 0 TO NO-DECISION-COUNT
           MOVE 0 TO GRADUATED-COUNT
           MOVE 0 TO WITHDRAWN-COUNT
           MOVE 0 TO ATTEND-CLOSED-COUNT
           MOVE 0 TO SECTIONS-CARRIED
           MOVE 0 TO SECTIONS-RETIRED
           MOVE 0 TO NOT-RETURNING-COUNT
           INITIALIZE GRADE-COUNT-TABLE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
      *>   The year to close is always the one that began the
      *>   calendar year before the business date.  It must have
      *>   ended: a run before June 1, or before the last term the
      *>   calendar holds for that year, is refused.
           COMPUTE CLOSING-YEAR = RUN-YEAR - 1
           COMPUTE CLOSING-YEAR-END = CLOSING-YEAR + 1
           MOVE CLOSING-YEAR-END TO NEW-YEAR
           COMPUTE NEW-YEAR-END = NEW-YEAR + 1
           STRING CLOSING-YEAR "-" CLOSING-YEAR-END
               DELIMITED BY SIZE INTO CLOSING-YEAR-LABEL
           STRING NEW-YEAR "-" NEW-YEAR-END
               DELIMITED BY SIZE INTO NEW-YEAR-LABEL
           COMPUTE DECISION-AFTER-DATE = CLOSING-YEAR * 10000 + 630
           COMPUTE CLOSING-YEAR-LAST-DATE =
               CLOSING-YEAR-END * 10000 + 630
           DISPLAY "SCHOOL YEAR ROLLOVER"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           MOVE OPERATOR-ID TO AUD-OPERATOR
           IF RUN-MONTH-DAY < 0601
               DISPLAY "SCHOOL YEAR " CLOSING-YEAR-LABEL
                       " IS STILL IN SESSION -- NO ROLLOVER BEFORE "
                       "JUNE 1"
               DISPLAY "NOTHING CHANGED"
               GOBACK
           END-IF
           PERFORM FIND-LAST-TERM-END
           IF RUN-DATE NOT > LAST-TERM-END
               DISPLAY "LAST TERM OF SCHOOL YEAR " CLOSING-YEAR-LABEL
                       " ENDS " LAST-TERM-END
               DISPLAY "NOTHING CHANGED"
               GOBACK
           END-IF
           PERFORM CHECK-ROLLOVER-CONTROL
           IF ALREADY-ROLLED
               DISPLAY "ROLLOVER ALREADY RUN FOR SCHOOL YEAR "
                       ROLLED-YEAR " ON " ROLLED-RUN-DATE
                       " -- NOTHING CHANGED"
               GOBACK
           END-IF
           DISPLAY "CLOSING SCHOOL YEAR . . . . " CLOSING-YEAR-LABEL
           DISPLAY "OPENING SCHOOL YEAR . . . . " NEW-YEAR-LABEL
           DISPLAY "CLOSE THIS YEAR (Y/N) " WITH NO ADVANCING
           ACCEPT CONFIRM-REPLY
           IF NOT CONFIRM-YES
               DISPLAY "ROLLOVER CANCELLED -- NOTHING CHANGED"
               GOBACK
           END-IF
           OPEN I-O MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- RUN ABORTED"
               GOBACK
           END-IF
           PERFORM LOAD-SECTION-REF-TABLE
      *>   SECTREF is rewritten from the table, so a file larger
      *>   than the table is refused rather than cut short.
           IF SREF-FILE-COUNT > 200
               DISPLAY "TOO MANY SECTION RECORDS (" SREF-FILE-COUNT
                       ") -- RUN ABORTED, NOTHING CHANGED"
               CLOSE MASTER-FILE
               GOBACK
           END-IF
           PERFORM OPEN-PROMOTION-FOR-GRADES
           PERFORM KEY-NOT-RETURNING-STUDENTS
           PERFORM CHOOSE-SECTIONS-TO-CARRY
           DISPLAY "-------------------------------------------"
           DISPLAY "NOT RETURNING . . . . . . . " NOT-RETURNING-COUNT
           DISPLAY "SECTIONS CARRIED FORWARD  . " SECTIONS-CARRIED
           DISPLAY "SECTIONS RETIRED  . . . . . " SECTIONS-RETIRED
           DISPLAY "-------------------------------------------"
           DISPLAY "PROCEED WITH ROLLOVER FOR " CLOSING-YEAR-LABEL
                   " (Y/N) " WITH NO ADVANCING
           ACCEPT CONFIRM-REPLY
           IF NOT CONFIRM-YES
               DISPLAY "ROLLOVER CANCELLED -- NOTHING CHANGED"
               PERFORM CLOSE-PROMOTION-FOR-GRADES
               CLOSE MASTER-FILE
               GOBACK
           END-IF
           PERFORM BACKUP-MASTER-FILE
           IF BAK-PROCEED
               PERFORM BACKUP-ATTEND-TOTAL-FILE
           END-IF
           IF BAK-PROCEED
               PERFORM BACKUP-SECTION-REF-FILE
           END-IF
           IF NOT BAK-PROCEED
               DISPLAY "BACKUP FAILED -- RUN ABORTED, NOTHING CHANGED"
               PERFORM CLOSE-PROMOTION-FOR-GRADES
               CLOSE MASTER-FILE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM ROLL-MASTER-FILE
           PERFORM CLOSE-PROMOTION-FOR-GRADES
           CLOSE MASTER-FILE
           PERFORM CLOSE-ATTENDANCE-YEAR
           PERFORM REWRITE-SECTION-REF-FILE
           PERFORM WRITE-GRADE-SUMMARY
           PERFORM WRITE-SECTION-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM WRITE-ROLLOVER-CONTROL
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   Latest end date of any term that falls inside the closing
      *>   year (July 1 through the following June 30).  No calendar
      *>   on file leaves it zero and the June 1 floor stands alone.
       FIND-LAST-TERM-END.
           MOVE 0 TO LAST-TERM-END
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS NOT = "35"
               READ CALENDAR-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   IF CA-TERM AND CA-END-DATE NUMERIC
                           AND CA-END-DATE > DECISION-AFTER-DATE
                           AND CA-END-DATE NOT > CLOSING-YEAR-LAST-DATE
                           AND CA-END-DATE > LAST-TERM-END
                       MOVE CA-END-DATE TO LAST-TERM-END
                   END-IF
                   READ CALENDAR-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

      *>   A control record for this year, or for any later one,
      *>   means the year has already been closed.
       CHECK-ROLLOVER-CONTROL.
           MOVE "N" TO ALREADY-ROLLED-SW
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT ROLLOVER-CONTROL-FILE
           IF ROLLOVER-CONTROL-STATUS NOT = "35"
               READ ROLLOVER-CONTROL-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF OR ALREADY-ROLLED
                   IF RC-SCHOOL-YEAR NUMERIC
                           AND RC-SCHOOL-YEAR >= CLOSING-YEAR
                       MOVE "Y" TO ALREADY-ROLLED-SW
                       MOVE RC-SCHOOL-YEAR TO ROLLED-YEAR
                       MOVE RC-RUN-DATE TO ROLLED-RUN-DATE
                   ELSE
                       READ ROLLOVER-CONTROL-FILE
                           AT END SET INPUT-EOF TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ROLLOVER-CONTROL-FILE
           END-IF.

       LOAD-SECTION-REF-TABLE.
           MOVE 0 TO SREF-FILE-COUNT
           MOVE 0 TO SREF-COUNT
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT SECTION-REF-FILE
           IF SECTION-REF-STATUS = "35"
               DISPLAY "NO SECTION REFERENCE FILE -- NO SECTIONS TO "
                       "CARRY"
           ELSE
               READ SECTION-REF-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO SREF-FILE-COUNT
                   IF SREF-COUNT < 200
                       ADD 1 TO SREF-COUNT
                       MOVE SECTION-REF-FD-RECORD
                               TO SRT-RECORD(SREF-COUNT)
                       MOVE "N" TO SRT-CARRY-SW(SREF-COUNT)
                   END-IF
                   READ SECTION-REF-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF.

       OPEN-PROMOTION-FOR-GRADES.
           MOVE "N" TO PROMO-CHECK-SW
           OPEN INPUT PROMOTION-FILE
           IF PROMOTION-STATUS = "35"
               DISPLAY "WARNING -- NO PROMOTION DECISIONS ON FILE, "
                       "NO GRADE WILL BE CARRIED FORWARD"
           ELSE
               MOVE "Y" TO PROMO-CHECK-SW
           END-IF.

       CLOSE-PROMOTION-FOR-GRADES.
           IF PROMO-CHECK-ON
               CLOSE PROMOTION-FILE
               MOVE "N" TO PROMO-CHECK-SW
           END-IF.

      *>   Each ID is read back from the master by its alternate key
      *>   and the name shown, so a mistyped ID is caught here rather
      *>   than withdrawing the wrong student.
       KEY-NOT-RETURNING-STUDENTS.
           MOVE "N" TO ENTRY-DONE-SW
           PERFORM UNTIL ENTRY-DONE
               DISPLAY "STUDENT ID NOT RETURNING (BLANK=DONE) "
                       WITH NO ADVANCING
               MOVE SPACES TO STUDENT-ID-IN
               ACCEPT STUDENT-ID-IN
               EVALUATE TRUE
                   WHEN STUDENT-ID-IN = SPACES
                       SET ENTRY-DONE TO TRUE
                   WHEN STUDENT-ID-IN NOT NUMERIC
                       DISPLAY "STUDENT ID MUST BE 7 DIGITS -- "
                               "PLEASE RE-ENTER"
                   WHEN OTHER
                       PERFORM ADD-NOT-RETURNING-STUDENT
               END-EVALUATE
           END-PERFORM.

       ADD-NOT-RETURNING-STUDENT.
           PERFORM FIND-NOT-RETURNING
           MOVE STUDENT-ID-DIGITS TO EM-STUDENT-ID
           EVALUATE TRUE
               WHEN NR-FOUND
                   DISPLAY "ALREADY LISTED -- " STUDENT-ID-DIGITS
               WHEN NOT-RETURNING-COUNT >= 500
                   DISPLAY "NOT-RETURNING LIST FULL -- "
                           STUDENT-ID-DIGITS " NOT ADDED"
               WHEN OTHER
                   READ MASTER-FILE KEY IS EM-STUDENT-ID
                       INVALID KEY
                           DISPLAY "STUDENT ID " STUDENT-ID-DIGITS
                                   " NOT ON MASTER -- NOT ADDED"
                       NOT INVALID KEY
                           IF EM-ACTIVE
                               ADD 1 TO NOT-RETURNING-COUNT
                               MOVE EM-STUDENT-ID TO
                                   NR-STUDENT-ID(NOT-RETURNING-COUNT)
                               DISPLAY "  NOT RETURNING: " EM-NAME
                           ELSE
                               DISPLAY "STUDENT ID " STUDENT-ID-DIGITS
                                       " ALREADY INACTIVE (STATUS "
                                       EM-ENROLL-STATUS
                                       ") -- NOT ADDED"
                           END-IF
                   END-READ
           END-EVALUATE.

       FIND-NOT-RETURNING.
           MOVE "N" TO NR-FOUND-SW
           PERFORM VARYING NR-IDX FROM 1 BY 1
                   UNTIL NR-IDX > NOT-RETURNING-COUNT OR NR-FOUND
               IF NR-STUDENT-ID(NR-IDX) = STUDENT-ID-DIGITS
                   MOVE "Y" TO NR-FOUND-SW
               END-IF
           END-PERFORM.

      *>   Y carries the section into the new year, N retires it, and
      *>   A carries it and every section after it.
       CHOOSE-SECTIONS-TO-CARRY.
           MOVE "N" TO CARRY-ALL-SW
           MOVE 0 TO SECTIONS-CARRIED
           MOVE 0 TO SECTIONS-RETIRED
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > SREF-COUNT
               MOVE SRT-RECORD(SREF-IDX) TO SECTION-REF-RECORD
               IF CARRY-ALL
                   MOVE "Y" TO CARRY-REPLY
               ELSE
                   MOVE SPACE TO CARRY-REPLY
                   PERFORM UNTIL CARRY-YES OR CARRY-NO OR CARRY-REST
                       DISPLAY "SECTION " SF-SECTION-ID " " SF-TEACHER
                               " ROOM " SF-ROOM
                       DISPLAY "  CARRY FORWARD (Y/N, A=ALL REMAINING) "
                               WITH NO ADVANCING
                       ACCEPT CARRY-REPLY
                   END-PERFORM
               END-IF
               IF CARRY-REST
                   MOVE "Y" TO CARRY-ALL-SW
               END-IF
               IF CARRY-NO
                   MOVE "N" TO SRT-CARRY-SW(SREF-IDX)
                   ADD 1 TO SECTIONS-RETIRED
               ELSE
                   MOVE "Y" TO SRT-CARRY-SW(SREF-IDX)
                   ADD 1 TO SECTIONS-CARRIED
               END-IF
           END-PERFORM.

      *>   Every file the run rewrites is copied to a generation
      *>   first, so a rollover that goes wrong is put back with
      *>   FILEREST.
       BACKUP-MASTER-FILE.
           MOVE "ENRLMSTR" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           IF BAK-PROCEED
               MOVE "N" TO MASTER-EOF-SW
               MOVE ZEROS TO EM-SSN
               START MASTER-FILE KEY >= EM-SSN
                   INVALID KEY SET MASTER-EOF TO TRUE
               END-START
               PERFORM UNTIL MASTER-EOF
                   READ MASTER-FILE NEXT
                       AT END SET MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO BAK-RECORD
                           MOVE MASTER-RECORD TO BAK-RECORD
                           MOVE "W" TO BAK-FUNCTION
                           CALL "FILEBACK" USING BAK-FILE-ID,
                                   BAK-FUNCTION, BAK-RECORD,
                                   BAK-PROCEED-SW
                   END-READ
               END-PERFORM
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF.

       BACKUP-ATTEND-TOTAL-FILE.
           MOVE "ATTTOTL" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           IF BAK-PROCEED
               MOVE "N" TO INPUT-EOF-SW
               OPEN INPUT ATTEND-TOTAL-FILE
               IF ATTEND-TOTAL-STATUS = "35"
                   CONTINUE
               ELSE
                   READ ATTEND-TOTAL-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL INPUT-EOF
                       MOVE SPACES TO BAK-RECORD
                       MOVE ATTEND-TOTAL-RECORD TO BAK-RECORD
                       MOVE "W" TO BAK-FUNCTION
                       CALL "FILEBACK" USING BAK-FILE-ID,
                               BAK-FUNCTION, BAK-RECORD,
                               BAK-PROCEED-SW
                       READ ATTEND-TOTAL-FILE
                           AT END SET INPUT-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ATTEND-TOTAL-FILE
               END-IF
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF.

       BACKUP-SECTION-REF-FILE.
           MOVE "SECTREF" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           IF BAK-PROCEED
               PERFORM VARYING SREF-IDX FROM 1 BY 1
                       UNTIL SREF-IDX > SREF-COUNT
                   MOVE SPACES TO BAK-RECORD
                   MOVE SRT-RECORD(SREF-IDX) TO BAK-RECORD
                   MOVE "W" TO BAK-FUNCTION
                   CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                           BAK-RECORD, BAK-PROCEED-SW
               END-PERFORM
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF.

      *>   One pass of the master in key order.  Enrollees who have
      *>   already left are passed over untouched; every active one
      *>   is counted into the before and after headcounts.
       ROLL-MASTER-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE "STUDENTS GRADUATED, NOT RETURNING OR NEEDING REVIEW"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO MASTER-EOF-SW
           MOVE ZEROS TO EM-SSN
           START MASTER-FILE KEY >= EM-SSN
               INVALID KEY SET MASTER-EOF TO TRUE
           END-START
           PERFORM UNTIL MASTER-EOF
               READ MASTER-FILE NEXT
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO MASTER-READ-COUNT
                       IF EM-ACTIVE
                           ADD 1 TO ACTIVE-COUNT
                           PERFORM ROLL-ONE-ENROLLEE
                       ELSE
                           ADD 1 TO INACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       ROLL-ONE-ENROLLEE.
           MOVE SPACE TO ROLL-ACTION
           PERFORM SAVE-BEFORE-IMAGES
           MOVE EM-STUDENT-ID TO RL-STUDENT-ID
           MOVE EM-NAME TO RL-NAME
           PERFORM LOOK-UP-YEAR-DECISION
      *>   The grade the student held in the closing year: the
      *>   decision's starting grade, or failing that the grade the
      *>   last rollover left on the master.
           MOVE 14 TO GRADE-SLOT
           IF PROMO-FOUND
               IF PR-OLD-GRADE NUMERIC AND PR-OLD-GRADE <= 12
                   COMPUTE GRADE-SLOT = PR-OLD-GRADE + 1
               END-IF
           ELSE
               IF EM-GRADE NUMERIC AND EM-GRADE <= 12
                   COMPUTE GRADE-SLOT = EM-GRADE + 1
               END-IF
           END-IF
           ADD 1 TO GC-BEFORE(GRADE-SLOT)
           IF PROMO-FOUND
               PERFORM CARRY-DECIDED-GRADE
           ELSE
               ADD 1 TO NO-DECISION-COUNT
               MOVE "NO DECISION THIS YEAR -- GRADE NOT MOVED"
                   TO RL-NOTE
               WRITE REPORT-LINE FROM ROLL-DETAIL
           END-IF
           IF NOT ROLL-GRADUATED
               MOVE EM-STUDENT-ID TO STUDENT-ID-DIGITS
               PERFORM FIND-NOT-RETURNING
               IF NR-FOUND
                   MOVE "W" TO EM-ENROLL-STATUS
                   MOVE RUN-DATE TO EM-STATUS-DATE
                   MOVE "NOT RETURNING" TO EM-STATUS-REASON
                   MOVE "W" TO ROLL-ACTION
                   ADD 1 TO WITHDRAWN-COUNT
                   MOVE "NOT RETURNING -- WITHDRAWN" TO RL-NOTE
                   WRITE REPORT-LINE FROM ROLL-DETAIL
               END-IF
           END-IF
           IF EM-ACTIVE
               MOVE 14 TO GRADE-SLOT
               IF EM-GRADE NUMERIC AND EM-GRADE <= 12
                   COMPUTE GRADE-SLOT = EM-GRADE + 1
               END-IF
               ADD 1 TO GC-AFTER(GRADE-SLOT)
           END-IF
           IF NOT ROLL-NO-CHANGE
               PERFORM REWRITE-ROLLED-ENROLLEE
           END-IF.

      *>   Only a decision made for the closing year is carried; one
      *>   left over from an earlier year is treated as none.
       LOOK-UP-YEAR-DECISION.
           MOVE "N" TO PROMO-FOUND-SW
           IF PROMO-CHECK-ON
               MOVE EM-STUDENT-ID TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY
                       MOVE "N" TO PROMO-FOUND-SW
                   NOT INVALID KEY
                       IF PR-TERM-DATE NUMERIC
                               AND PR-TERM-DATE > DECISION-AFTER-DATE
                               AND PR-NEW-GRADE NUMERIC
                               AND PR-NEW-GRADE <= 12
                           MOVE "Y" TO PROMO-FOUND-SW
                       END-IF
               END-READ
           END-IF.

      *>   A senior promoted out of grade 12 graduates as of the
      *>   decision's term date; everyone else moves to the decided
      *>   grade for the new year.
       CARRY-DECIDED-GRADE.
           MOVE PR-NEW-GRADE TO EM-GRADE
           MOVE NEW-YEAR TO EM-GRADE-YEAR
           MOVE "Y" TO ROLL-ACTION
           EVALUATE TRUE
               WHEN PR-PROMOTED AND PR-OLD-GRADE = 12
                   ADD 1 TO PROMOTED-COUNT
                   MOVE "G" TO EM-ENROLL-STATUS
                   MOVE PR-TERM-DATE TO EM-STATUS-DATE
                   MOVE "GRADUATED" TO EM-STATUS-REASON
                   MOVE "G" TO ROLL-ACTION
                   ADD 1 TO GRADUATED-COUNT
                   MOVE "GRADUATED" TO RL-NOTE
                   WRITE REPORT-LINE FROM ROLL-DETAIL
               WHEN PR-PROMOTED
                   ADD 1 TO PROMOTED-COUNT
               WHEN PR-BORDERLINE
                   ADD 1 TO BORDERLINE-COUNT
                   MOVE SPACES TO RL-NOTE
                   STRING "BORDERLINE -- HELD IN GRADE " PR-NEW-GRADE
                       " FOR REVIEW"
                       DELIMITED BY SIZE INTO RL-NOTE
                   WRITE REPORT-LINE FROM ROLL-DETAIL
               WHEN OTHER
                   ADD 1 TO RETAINED-COUNT
           END-EVALUATE.

      *>   The master's original fields, its student ID and status,
      *>   and its grade each go to their own journal image group.
       SAVE-BEFORE-IMAGES.
           MOVE MASTER-RECORD TO JR-BEFORE-IMAGE
           MOVE EM-STUDENT-ID TO JB-STUDENT-ID
           MOVE EM-ENROLL-STATUS TO JB-ENROLL-STATUS
           MOVE EM-STATUS-DATE TO JB-STATUS-DATE
           MOVE EM-STATUS-REASON TO JB-STATUS-REASON
           MOVE EM-GRADE-DATA TO JR-BEFORE-GRADE.

       SAVE-AFTER-IMAGES.
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           MOVE EM-STUDENT-ID TO JA-STUDENT-ID
           MOVE EM-ENROLL-STATUS TO JA-ENROLL-STATUS
           MOVE EM-STATUS-DATE TO JA-STATUS-DATE
           MOVE EM-STATUS-REASON TO JA-STATUS-REASON
           MOVE EM-GRADE-DATA TO JR-AFTER-GRADE.

       REWRITE-ROLLED-ENROLLEE.
           MOVE RUN-DATE TO EM-LAST-RUN-DATE
           REWRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT ID "
                           EM-STUDENT-ID " -- ENROLLEE UNCHANGED"
                   ADD 1 TO MASTER-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO MASTER-WRITE-COUNT
                   PERFORM SAVE-AFTER-IMAGES
                   MOVE ROLL-ACTION TO JR-TRANS-CODE
                   MOVE OPERATOR-ID TO JR-OPERATOR
                   MOVE RUN-DATE TO JR-RUN-DATE
                   ACCEPT TIME-WORK FROM TIME
                   MOVE TIME-WORK(1:6) TO JR-RUN-TIME
                   WRITE JOURNAL-FD-RECORD FROM JOURNAL-RECORD
           END-REWRITE.

      *>   The closed year's rows are added to the end of ATTARCH and
      *>   the live file is emptied, so ATTPOST starts the new year
      *>   from clean totals.
       CLOSE-ATTENDANCE-YEAR.
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT ATTEND-TOTAL-FILE
           IF ATTEND-TOTAL-STATUS NOT = "35"
               OPEN EXTEND ATTEND-ARCHIVE-FILE
               IF ATTEND-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT ATTEND-ARCHIVE-FILE
               END-IF
               READ ATTEND-TOTAL-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   WRITE ATTEND-ARCHIVE-RECORD FROM ATTEND-TOTAL-RECORD
                   ADD 1 TO ATTEND-CLOSED-COUNT
                   READ ATTEND-TOTAL-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ATTEND-ARCHIVE-FILE
               CLOSE ATTEND-TOTAL-FILE
           END-IF
           OPEN OUTPUT ATTEND-TOTAL-FILE
           CLOSE ATTEND-TOTAL-FILE.

       REWRITE-SECTION-REF-FILE.
           IF SREF-COUNT > 0
               OPEN OUTPUT SECTION-REF-FILE
               PERFORM VARYING SREF-IDX FROM 1 BY 1
                       UNTIL SREF-IDX > SREF-COUNT
                   IF SRT-CARRIED(SREF-IDX)
                       WRITE SECTION-REF-FD-RECORD
                               FROM SRT-RECORD(SREF-IDX)
                   END-IF
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "SCHOOL YEAR ROLLOVER -- CLOSING " CLOSING-YEAR-LABEL
               "  RUN DATE " RUN-DATE
               "  OPERATOR " OPERATOR-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-GRADE-SUMMARY.
           MOVE 0 TO BEFORE-TOTAL
           MOVE 0 TO AFTER-TOTAL
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HEADCOUNT BY GRADE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE CLOSING-YEAR-LABEL TO REPORT-LINE(13:9)
           MOVE NEW-YEAR-LABEL TO REPORT-LINE(24:9)
           MOVE "CHANGE" TO REPORT-LINE(39:6)
           WRITE REPORT-LINE
           PERFORM VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 14
               IF GRADE-IDX = 14
                   MOVE "NO GRADE" TO GL-LABEL
               ELSE
                   COMPUTE GRADE-LABEL-NUM = GRADE-IDX - 1
                   MOVE SPACES TO GL-LABEL
                   STRING "GRADE " GRADE-LABEL-NUM
                       DELIMITED BY SIZE INTO GL-LABEL
               END-IF
               MOVE GC-BEFORE(GRADE-IDX) TO GL-BEFORE
               MOVE GC-AFTER(GRADE-IDX) TO GL-AFTER
               COMPUTE GRADE-CHANGE = GC-AFTER(GRADE-IDX)
                       - GC-BEFORE(GRADE-IDX)
               MOVE GRADE-CHANGE TO GL-CHANGE
               WRITE REPORT-LINE FROM GRADE-DETAIL
               ADD GC-BEFORE(GRADE-IDX) TO BEFORE-TOTAL
               ADD GC-AFTER(GRADE-IDX) TO AFTER-TOTAL
           END-PERFORM
           MOVE "ACTIVE" TO GL-LABEL
           MOVE BEFORE-TOTAL TO GL-BEFORE
           MOVE AFTER-TOTAL TO GL-AFTER
           COMPUTE GRADE-CHANGE = AFTER-TOTAL - BEFORE-TOTAL
           MOVE GRADE-CHANGE TO GL-CHANGE
           WRITE REPORT-LINE FROM GRADE-DETAIL.

       WRITE-SECTION-SUMMARY.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SECTIONS FOR THE NEW YEAR" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > SREF-COUNT
               MOVE SRT-RECORD(SREF-IDX) TO SECTION-REF-RECORD
               MOVE SF-SECTION-ID TO XL-SECTION-ID
               MOVE SF-TEACHER TO XL-TEACHER
               MOVE SF-ROOM TO XL-ROOM
               IF SRT-CARRIED(SREF-IDX)
                   MOVE "CARRIED" TO XL-DISPOSITION
               ELSE
                   MOVE "RETIRED" TO XL-DISPOSITION
               END-IF
               WRITE REPORT-LINE FROM SECTION-DETAIL
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROMOTED " PROMOTED-COUNT
               "   RETAINED " RETAINED-COUNT
               "   BORDERLINE " BORDERLINE-COUNT
               "   NO DECISION " NO-DECISION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GRADUATED " GRADUATED-COUNT
               "   NOT RETURNING " WITHDRAWN-COUNT
               "   ALREADY INACTIVE " INACTIVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENROLLEES UPDATED " MASTER-WRITE-COUNT
               "   NOT UPDATED " MASTER-REJECT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ATTENDANCE ROWS CLOSED TO ATTARCH "
               ATTEND-CLOSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SECTIONS CARRIED " SECTIONS-CARRIED
               "   RETIRED " SECTIONS-RETIRED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ROLLOVER-CONTROL.
           MOVE CLOSING-YEAR TO RC-SCHOOL-YEAR
           MOVE RUN-DATE TO RC-RUN-DATE
           ACCEPT TIME-WORK FROM TIME
           MOVE TIME-WORK(1:6) TO RC-RUN-TIME
           MOVE OPERATOR-ID TO RC-OPERATOR
           MOVE PROMOTED-COUNT TO RC-PROMOTED-COUNT
           MOVE RETAINED-COUNT TO RC-RETAINED-COUNT
           MOVE BORDERLINE-COUNT TO RC-BORDERLINE-COUNT
           MOVE NO-DECISION-COUNT TO RC-NO-DECISION-COUNT
           MOVE GRADUATED-COUNT TO RC-GRADUATED-COUNT
           MOVE WITHDRAWN-COUNT TO RC-NOT-RETURNING-COUNT
           MOVE ATTEND-CLOSED-COUNT TO RC-ATTEND-CLOSED-COUNT
           MOVE SECTIONS-CARRIED TO RC-SECTIONS-CARRIED
           MOVE SECTIONS-RETIRED TO RC-SECTIONS-RETIRED
           OPEN EXTEND ROLLOVER-CONTROL-FILE
           IF ROLLOVER-CONTROL-STATUS = "35"
               OPEN OUTPUT ROLLOVER-CONTROL-FILE
           END-IF
           WRITE ROLLOVER-CONTROL-RECORD
           CLOSE ROLLOVER-CONTROL-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "ROLLOVER" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE MASTER-READ-COUNT TO AUD-READ-COUNT
           MOVE MASTER-WRITE-COUNT TO AUD-WRITE-COUNT
           MOVE MASTER-REJECT-COUNT TO AUD-REJECT-COUNT
           MOVE ATTEND-CLOSED-COUNT TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "SCHOOL YEAR CLOSED  . . . . " CLOSING-YEAR-LABEL
           DISPLAY "ENROLLEES READ  . . . . . . " MASTER-READ-COUNT
           DISPLAY "PROMOTED  . . . . . . . . . " PROMOTED-COUNT
           DISPLAY "RETAINED  . . . . . . . . . " RETAINED-COUNT
           DISPLAY "BORDERLINE  . . . . . . . . " BORDERLINE-COUNT
           DISPLAY "NO DECISION . . . . . . . . " NO-DECISION-COUNT
           DISPLAY "GRADUATED . . . . . . . . . " GRADUATED-COUNT
           DISPLAY "NOT RETURNING . . . . . . . " WITHDRAWN-COUNT
           DISPLAY "ATTENDANCE ROWS CLOSED  . . " ATTEND-CLOSED-COUNT
           DISPLAY "SECTIONS CARRIED  . . . . . " SECTIONS-CARRIED
           DISPLAY "SECTIONS RETIRED  . . . . . " SECTIONS-RETIRED
           DISPLAY "-------------------------------------------"
           DISPLAY "ROLLOVER SUMMARY WRITTEN TO ROLLRPT".
