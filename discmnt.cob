           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCMNT.
      *>****************************************************************
      *> Discipline incident maintenance.  The assistant principal's
      *> office adds, changes, deletes and lists INCIDENT records --
      *> student, date, section, grade, incident type, action taken
      *> and, for an out-of-school suspension, the number of school
      *> days.  The student must be on the enrollee master and a
      *> keyed section on SECTREF.  The first and last day a
      *> suspension covers are counted forward from its start over
      *> the instructional days on the school calendar (CALCHECK),
      *> so ATTPOST can post those days as suspended rather than
      *> absent.  The file is loaded into a work table, worked
      *> interactively, and rewritten on exit, the same shape as
      *> SECTMNT; every incident carries the operator who keyed it.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-OUT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01 INCIDENT-FD-RECORD PIC X(98).

       FD  SECTION-REF-FILE.
       COPY SECTREC.

       FD  ROSTER-OUT-FILE.
       COPY CLASSRST.

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 INCIDENT-STATUS PIC XX VALUE "00".
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 INCIDENT-EOF-SW PIC X(1) VALUE "N".
           88 INCIDENT-EOF VALUE "Y".
       01 SECTION-REF-EOF-SW PIC X(1) VALUE "N".
           88 SECTION-REF-EOF VALUE "Y".
       01 ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 ROSTER-EOF VALUE "Y".
       COPY INCDREC.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 INC-FILE-COUNT PIC 9(7) VALUE 0.
       01 INC-COUNT PIC 9(4) VALUE 0.
       01 INC-TABLE.
           02 INC-ENTRY OCCURS 3000 TIMES.
               03 INT-RECORD PIC X(98).
               03 INT-DELETED-SW PIC X(1).
                   88 INT-DELETED VALUE "Y".
       01 INC-IDX PIC 9(4) VALUE 0.
       01 INC-FOUND-IDX PIC 9(4) VALUE 0.
       01 LAST-INCIDENT-ID PIC 9(6) VALUE 0.

       01 SECTION-CHECK-SW PIC X(1) VALUE "N".
           88 SECTION-CHECK-ON VALUE "Y".
       01 SREF-COUNT PIC 9(3) VALUE 0.
       01 SREF-TABLE.
           02 SREF-ENTRY OCCURS 200 TIMES.
               03 SRF-ID PIC X(3).
       01 SREF-IDX PIC 9(3) VALUE 0.
       01 SECTION-VALID-SW PIC X(1) VALUE "N".
           88 SECTION-KNOWN VALUE "Y".

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-ADD VALUE "A", "a".
           88 ACTION-CHANGE VALUE "C", "c".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 ENTRY-OK-SW PIC X(1) VALUE "N".
           88 ENTRY-OK VALUE "Y".

       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 INCIDENT-ID-IN PIC X(6) VALUE SPACES.
       01 INCIDENT-ID-DIGITS REDEFINES INCIDENT-ID-IN PIC 9(6).
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 GRADE-IN PIC X(2) VALUE SPACES.
       01 GRADE-DIGITS REDEFINES GRADE-IN PIC 99.
       01 DAYS-IN PIC X(2) VALUE SPACES.
       01 DAYS-DIGITS REDEFINES DAYS-IN PIC 99.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 ROSTER-GRADE PIC 99 VALUE 0.
       01 ROSTER-RUN-DATE PIC 9(8) VALUE 0.
       01 LIST-STUDENT-ID PIC 9(7) VALUE 0.
       01 LISTED-COUNT PIC 9(5) VALUE 0.

      *>   A suspension's days are counted forward a calendar day at a
      *>   time; a day past the end of its month rolls to the first of
      *>   the next, the same walk CALCHECK uses.
       01 WALK-DATE.
           02 WK-YEAR PIC 9(4).
           02 WK-MONTH PIC 99.
           02 WK-DAY PIC 99.
       01 WALK-DATE-DIGITS REDEFINES WALK-DATE PIC 9(8).
       01 WALK-LIMIT PIC 9(3) VALUE 0.
       01 DAYS-COUNTED PIC 99 VALUE 0.

       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DISCMNT-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           MOVE 0 TO REFUSED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "DISCIPLINE INCIDENT MAINTENANCE"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE OPERATOR-ID TO AUD-OPERATOR
           PERFORM LOAD-INCIDENT-TABLE
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF INC-FILE-COUNT > 3000
               DISPLAY "TOO MANY INCIDENT RECORDS (" INC-FILE-COUNT
                       ") -- RUN ABORTED, FILE UNCHANGED"
               GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- INCIDENTS CANNOT BE KEYED"
               GOBACK
           END-IF
           PERFORM LOAD-SECTION-REFERENCE
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE, L=LIST, "
                       "X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-ADD
                       PERFORM ADD-ONE-INCIDENT
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-ONE-INCIDENT
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-INCIDENT
                   WHEN ACTION-LIST
                       PERFORM LIST-STUDENT-INCIDENTS
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM REWRITE-INCIDENT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-INCIDENT-TABLE.
           MOVE "N" TO INCIDENT-EOF-SW
           MOVE 0 TO INC-FILE-COUNT
           MOVE 0 TO INC-COUNT
           MOVE 0 TO LAST-INCIDENT-ID
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-STATUS = "35"
               DISPLAY "NO INCIDENT FILE ON FILE -- STARTING FROM "
                       "EMPTY"
           ELSE
               READ INCIDENT-FILE
                   AT END SET INCIDENT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INCIDENT-EOF
                   ADD 1 TO INC-FILE-COUNT
                   IF INC-FILE-COUNT <= 3000
                       MOVE INCIDENT-FD-RECORD
                               TO INT-RECORD(INC-FILE-COUNT)
                       MOVE "N" TO INT-DELETED-SW(INC-FILE-COUNT)
                       MOVE INCIDENT-FD-RECORD TO INCIDENT-RECORD
                       IF IN-INCIDENT-ID > LAST-INCIDENT-ID
                           MOVE IN-INCIDENT-ID TO LAST-INCIDENT-ID
                       END-IF
                   END-IF
                   READ INCIDENT-FILE
                       AT END SET INCIDENT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
               IF INC-FILE-COUNT <= 3000
                   MOVE INC-FILE-COUNT TO INC-COUNT
               END-IF
           END-IF
           DISPLAY "INCIDENT RECORDS LOADED . . . " INC-COUNT.

       LOAD-SECTION-REFERENCE.
           MOVE "N" TO SECTION-CHECK-SW
           MOVE 0 TO SREF-COUNT
           MOVE "N" TO SECTION-REF-EOF-SW
           OPEN INPUT SECTION-REF-FILE
           IF SECTION-REF-STATUS = "35"
               DISPLAY "WARNING -- NO SECTION REFERENCE ON FILE, "
                       "SECTION CHECK DISABLED"
           ELSE
               MOVE "Y" TO SECTION-CHECK-SW
               READ SECTION-REF-FILE
                   AT END SET SECTION-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SECTION-REF-EOF
                   IF SREF-COUNT < 200
                       ADD 1 TO SREF-COUNT
                       MOVE SF-SECTION-ID TO SRF-ID(SREF-COUNT)
                   END-IF
                   READ SECTION-REF-FILE
                       AT END SET SECTION-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF.

       FIND-INCIDENT-BY-ID.
           MOVE 0 TO INC-FOUND-IDX
           DISPLAY "INCIDENT NUMBER " WITH NO ADVANCING
           ACCEPT INCIDENT-ID-IN
           IF INCIDENT-ID-IN IS NUMERIC
               PERFORM VARYING INC-IDX FROM 1 BY 1
                       UNTIL INC-IDX > INC-COUNT OR INC-FOUND-IDX > 0
                   MOVE INT-RECORD(INC-IDX) TO INCIDENT-RECORD
                   IF IN-INCIDENT-ID = INCIDENT-ID-DIGITS
                           AND NOT INT-DELETED(INC-IDX)
                       MOVE INC-IDX TO INC-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF INC-FOUND-IDX > 0
               MOVE INT-RECORD(INC-FOUND-IDX) TO INCIDENT-RECORD
           END-IF.

       ADD-ONE-INCIDENT.
           IF INC-COUNT >= 3000
               DISPLAY "INCIDENT TABLE FULL -- ADD REFUSED"
               ADD 1 TO REFUSED-COUNT
           ELSE
               MOVE "Y" TO ENTRY-OK-SW
               MOVE SPACES TO INCIDENT-RECORD
               DISPLAY "STUDENT ID " WITH NO ADVANCING
               ACCEPT STUDENT-ID-IN
               IF STUDENT-ID-IN NOT NUMERIC OR STUDENT-ID-DIGITS = 0
                   DISPLAY "STUDENT ID MUST BE 7 DIGITS -- NOT ADDED"
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   MOVE STUDENT-ID-DIGITS TO EM-STUDENT-ID
                   READ MASTER-FILE KEY IS EM-STUDENT-ID
                       INVALID KEY
                           DISPLAY "STUDENT NOT ON THE MASTER -- NOT "
                                   "ADDED"
                           MOVE "N" TO ENTRY-OK-SW
                       NOT INVALID KEY
                           DISPLAY "  NAME . . . . . " EM-NAME
                   END-READ
               END-IF
               IF ENTRY-OK
                   MOVE STUDENT-ID-DIGITS TO IN-STUDENT-ID
                   PERFORM FIND-ROSTER-GRADE
                   MOVE ROSTER-GRADE TO IN-GRADE
                   MOVE 0 TO IN-SUSP-DAYS
                   PERFORM ACCEPT-INCIDENT-DETAIL
               END-IF
               IF ENTRY-OK
                   ADD 1 TO LAST-INCIDENT-ID
                   MOVE LAST-INCIDENT-ID TO IN-INCIDENT-ID
                   MOVE OPERATOR-ID TO IN-ENTERED-BY
                   MOVE RUN-DATE TO IN-ENTERED-DATE
                   ADD 1 TO INC-COUNT
                   MOVE INCIDENT-RECORD TO INT-RECORD(INC-COUNT)
                   MOVE "N" TO INT-DELETED-SW(INC-COUNT)
                   ADD 1 TO ADD-COUNT
                   DISPLAY "INCIDENT " IN-INCIDENT-ID " ADDED"
               ELSE
                   ADD 1 TO REFUSED-COUNT
               END-IF
           END-IF.

       CHANGE-ONE-INCIDENT.
           PERFORM FIND-INCIDENT-BY-ID
           IF INC-FOUND-IDX = 0
               DISPLAY "INCIDENT NOT ON FILE"
           ELSE
               PERFORM DISPLAY-ONE-INCIDENT
               MOVE "Y" TO ENTRY-OK-SW
               PERFORM ACCEPT-INCIDENT-DETAIL
               IF ENTRY-OK
                   MOVE OPERATOR-ID TO IN-ENTERED-BY
                   MOVE RUN-DATE TO IN-ENTERED-DATE
                   MOVE INCIDENT-RECORD TO INT-RECORD(INC-FOUND-IDX)
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "INCIDENT CHANGED"
               ELSE
                   ADD 1 TO REFUSED-COUNT
                   DISPLAY "INCIDENT LEFT AS IT WAS"
               END-IF
           END-IF.

       DELETE-ONE-INCIDENT.
           PERFORM FIND-INCIDENT-BY-ID
           IF INC-FOUND-IDX = 0
               DISPLAY "INCIDENT NOT ON FILE"
           ELSE
               PERFORM DISPLAY-ONE-INCIDENT
               MOVE "Y" TO INT-DELETED-SW(INC-FOUND-IDX)
               ADD 1 TO DELETE-COUNT
               DISPLAY "INCIDENT DELETED"
           END-IF.

      *>   Every field after the student is keyed fresh on a change,
      *>   so a suspension's days are always re-counted against the
      *>   calendar as it stands.
       ACCEPT-INCIDENT-DETAIL.
           DISPLAY "INCIDENT DATE (YYYYMMDD, BLANK=TODAY) "
                   WITH NO ADVANCING
           ACCEPT DATE-IN
           IF DATE-IN = SPACES
               MOVE RUN-DATE TO IN-INCIDENT-DATE
           ELSE
               MOVE "N" TO DATE-VALID-SW
               IF DATE-IN IS NUMERIC
                   CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                           DATE-VALID-SW
               END-IF
               IF DATE-IS-VALID AND DATE-DIGITS <= RUN-DATE
                   MOVE DATE-DIGITS TO IN-INCIDENT-DATE
               ELSE
                   DISPLAY "INVALID OR FUTURE DATE"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY "SECTION (BLANK=OUTSIDE CLASS) "
                       WITH NO ADVANCING
               ACCEPT IN-SECTION
               IF IN-SECTION NOT = SPACES
                   PERFORM CHECK-SECTION-KNOWN
                   IF NOT SECTION-KNOWN
                       DISPLAY "SECTION NOT ON SECTREF"
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY "GRADE LEVEL (BLANK=" IN-GRADE ") "
                       WITH NO ADVANCING
               ACCEPT GRADE-IN
               IF GRADE-IN NOT = SPACES
                   IF GRADE-IN IS NUMERIC AND GRADE-DIGITS <= 12
                       MOVE GRADE-DIGITS TO IN-GRADE
                   ELSE
                       DISPLAY "GRADE MUST BE 00-12"
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY "INCIDENT TYPE (FGHT, DISR, DEFI, BULY, VAND, "
                       "THFT, SUBS, WEAP, OTHR) " WITH NO ADVANCING
               ACCEPT IN-TYPE
               IF NOT IN-TYPE-VALID
                   DISPLAY "INVALID INCIDENT TYPE"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY "ACTION TAKEN (WARN, DETN, CONF, ISSP, SUSP, "
                       "REFR) " WITH NO ADVANCING
               ACCEPT IN-ACTION
               IF NOT IN-ACTION-VALID
                   DISPLAY "INVALID ACTION"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF
           IF ENTRY-OK
               MOVE 0 TO IN-SUSP-DAYS
               MOVE 0 TO IN-SUSP-START
               MOVE 0 TO IN-SUSP-END
               IF IN-SUSPENSION
                   PERFORM ACCEPT-SUSPENSION-DAYS
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY "DESCRIPTION " WITH NO ADVANCING
               ACCEPT IN-DESCRIPTION
           END-IF.

       ACCEPT-SUSPENSION-DAYS.
           DISPLAY "SCHOOL DAYS SUSPENDED (01-99) " WITH NO ADVANCING
           ACCEPT DAYS-IN
           IF DAYS-IN NOT NUMERIC OR DAYS-DIGITS = 0
               DISPLAY "A SUSPENSION NEEDS ITS NUMBER OF DAYS"
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE DAYS-DIGITS TO IN-SUSP-DAYS
               DISPLAY "FIRST DAY OF SUSPENSION (YYYYMMDD, "
                       "BLANK=INCIDENT DATE) " WITH NO ADVANCING
               ACCEPT DATE-IN
               IF DATE-IN = SPACES
                   MOVE IN-INCIDENT-DATE TO IN-SUSP-START
               ELSE
                   MOVE "N" TO DATE-VALID-SW
                   IF DATE-IN IS NUMERIC
                       CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                               DATE-VALID-SW
                   END-IF
                   IF DATE-IS-VALID
                           AND DATE-DIGITS >= IN-INCIDENT-DATE
                       MOVE DATE-DIGITS TO IN-SUSP-START
                   ELSE
                       DISPLAY "INVALID DATE OR BEFORE THE INCIDENT"
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF
           IF ENTRY-OK
               PERFORM COUNT-SUSPENSION-DAYS
               IF DAYS-COUNTED < IN-SUSP-DAYS
                   DISPLAY "NOT ENOUGH SCHOOL DAYS ON THE CALENDAR "
                           "WITHIN A YEAR OF THE START"
                   MOVE "N" TO ENTRY-OK-SW
               ELSE
                   DISPLAY "  SUSPENDED FROM " IN-SUSP-START
                           " THROUGH " IN-SUSP-END
               END-IF
           END-IF.

      *>   The suspension starts on the first instructional day on or
      *>   after the date keyed and ends on the day that makes up the
      *>   count.
       COUNT-SUSPENSION-DAYS.
           MOVE 0 TO DAYS-COUNTED
           MOVE 0 TO WALK-LIMIT
           MOVE IN-SUSP-START TO WALK-DATE-DIGITS
           MOVE 0 TO IN-SUSP-END
           MOVE "D" TO CAL-FUNCTION
           PERFORM UNTIL DAYS-COUNTED >= IN-SUSP-DAYS
                   OR WALK-LIMIT > 366
               MOVE WALK-DATE-DIGITS TO CAL-DATE
               CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE,
                       CAL-END-DATE, CAL-RESULT-SW, CAL-DAY-COUNT,
                       CAL-TERM-ID, CAL-TERM-START, CAL-TERM-END,
                       CAL-ON-FILE-SW
               IF CAL-SCHOOL-DAY
                   ADD 1 TO DAYS-COUNTED
                   IF DAYS-COUNTED = 1
                       MOVE WALK-DATE-DIGITS TO IN-SUSP-START
                   END-IF
                   MOVE WALK-DATE-DIGITS TO IN-SUSP-END
               END-IF
               PERFORM ADVANCE-WALK-DATE
           END-PERFORM.

       ADVANCE-WALK-DATE.
           ADD 1 TO WALK-LIMIT
           ADD 1 TO WK-DAY
           CALL "DAYSCALC" USING WALK-DATE-DIGITS, DAY-NUM,
                   DATE-VALID-SW
           IF NOT DATE-IS-VALID
               MOVE 1 TO WK-DAY
               IF WK-MONTH = 12
                   MOVE 1 TO WK-MONTH
                   ADD 1 TO WK-YEAR
               ELSE
                   ADD 1 TO WK-MONTH
               END-IF
           END-IF.

      *>   The grade on the student's most recent ROSTEROUT row is the
      *>   default; with no roster on file the operator keys it.
       FIND-ROSTER-GRADE.
           MOVE 0 TO ROSTER-GRADE
           MOVE 0 TO ROSTER-RUN-DATE
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS NOT = "35"
               READ ROSTER-OUT-FILE
                   AT END SET ROSTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL ROSTER-EOF
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                           AND CR-STUDENT-ID = IN-STUDENT-ID
                           AND CR-RUN-DATE >= ROSTER-RUN-DATE
                       MOVE CR-RUN-DATE TO ROSTER-RUN-DATE
                       MOVE CR-GRADE TO ROSTER-GRADE
                   END-IF
                   READ ROSTER-OUT-FILE
                       AT END SET ROSTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-OUT-FILE
           END-IF.

       CHECK-SECTION-KNOWN.
           IF SECTION-CHECK-ON
               MOVE "N" TO SECTION-VALID-SW
               PERFORM VARYING SREF-IDX FROM 1 BY 1
                       UNTIL SREF-IDX > SREF-COUNT OR SECTION-KNOWN
                   IF SRF-ID(SREF-IDX) = IN-SECTION
                       SET SECTION-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               SET SECTION-KNOWN TO TRUE
           END-IF.

       LIST-STUDENT-INCIDENTS.
           DISPLAY "STUDENT ID (BLANK=ALL) " WITH NO ADVANCING
           ACCEPT STUDENT-ID-IN
           IF STUDENT-ID-IN IS NUMERIC
               MOVE STUDENT-ID-DIGITS TO LIST-STUDENT-ID
           ELSE
               MOVE 0 TO LIST-STUDENT-ID
           END-IF
           MOVE 0 TO LISTED-COUNT
           DISPLAY "-------------------------------------------"
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > INC-COUNT
               IF NOT INT-DELETED(INC-IDX)
                   MOVE INT-RECORD(INC-IDX) TO INCIDENT-RECORD
                   IF LIST-STUDENT-ID = 0
                           OR IN-STUDENT-ID = LIST-STUDENT-ID
                       PERFORM DISPLAY-ONE-INCIDENT
                       ADD 1 TO LISTED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "INCIDENTS LISTED  . . . . . " LISTED-COUNT.

       DISPLAY-ONE-INCIDENT.
           DISPLAY IN-INCIDENT-ID " " IN-STUDENT-ID " " IN-INCIDENT-DATE
                   "  SEC " IN-SECTION "  GR " IN-GRADE "  "
                   IN-TYPE " " IN-ACTION "  " IN-DESCRIPTION
           IF IN-SUSPENSION
               DISPLAY "       SUSPENDED " IN-SUSP-DAYS " DAYS, "
                       IN-SUSP-START " THROUGH " IN-SUSP-END
           END-IF.

       REWRITE-INCIDENT-FILE.
           OPEN OUTPUT INCIDENT-FILE
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > INC-COUNT
               IF NOT INT-DELETED(INC-IDX)
                   WRITE INCIDENT-FD-RECORD FROM INT-RECORD(INC-IDX)
               END-IF
           END-PERFORM
           CLOSE INCIDENT-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "DISCMNT " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE INC-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ADD-COUNT + CHANGE-COUNT
           MOVE DELETE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "INCIDENTS ADDED . . . . . . " ADD-COUNT
           DISPLAY "INCIDENTS CHANGED . . . . . " CHANGE-COUNT
           DISPLAY "INCIDENTS DELETED . . . . . " DELETE-COUNT
           DISPLAY "ENTRIES REFUSED . . . . . . " REFUSED-COUNT
           DISPLAY "-------------------------------------------".
