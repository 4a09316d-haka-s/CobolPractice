           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.
      *>****************************************************************
      *> Returned mail entry.  The office keys each undeliverable
      *> piece against the student it was sent for: the guardian
      *> address is shown, the mailing it came back from and the date
      *> it came back are keyed, and the GUARDIAN record is marked bad
      *> by keyed REWRITE.  The first return sets the date the address
      *> went bad; later returns add to the count and update the last
      *> mailing and date.  An address wrongly marked can be unmarked
      *> here; a GRDTRAN change giving a new address clears the mark
      *> in GUARDUPD.  LETTERS and LBLPRINT hold mail for a marked
      *> address, and ADDRAGE ages the marks.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 GUARD-FOUND-SW PIC X(1) VALUE "N".
           88 GUARD-FOUND VALUE "Y".
           88 GUARD-NOT-FOUND VALUE "N".
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-RETURNED VALUE "R", "r".
           88 ACTION-UNMARK VALUE "U", "u".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 ENTRY-OK-SW PIC X(1) VALUE "N".
           88 ENTRY-OK VALUE "Y".

       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 MAILING-IN PIC X(8) VALUE SPACES.
           88 MAILING-IN-VALID VALUE "LETTERS ", "TRUANCY ",
                   "FEESTMT ", "IMMRPT  ", "OTHER   ".
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 RETURNED-DATE PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 CONFIRM-IN PIC X(1) VALUE SPACE.
       01 CITY-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-IDX PIC 9(3) COMP VALUE 0.
       01 ADDRESS-LINE PIC X(40) VALUE SPACES.

       01 LOOKUP-COUNT PIC 9(5) VALUE 0.
       01 MARKED-COUNT PIC 9(5) VALUE 0.
       01 REPEAT-COUNT PIC 9(5) VALUE 0.
       01 UNMARKED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       RTNMAIL-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO LOOKUP-COUNT
           MOVE 0 TO MARKED-COUNT
           MOVE 0 TO REPEAT-COUNT
           MOVE 0 TO UNMARKED-COUNT
           MOVE 0 TO REFUSED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "RETURNED MAIL ENTRY"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE OPERATOR-ID TO AUD-OPERATOR
           OPEN I-O GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "NO GUARDIAN MASTER ON FILE -- NO ADDRESS TO MARK"
               GOBACK
           END-IF
           PERFORM OPEN-MASTER-FOR-NAMES
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (R=RETURNED MAIL, U=UNMARK ADDRESS, "
                       "X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-RETURNED
                       PERFORM MARK-RETURNED-MAIL
                   WHEN ACTION-UNMARK
                       PERFORM UNMARK-ONE-ADDRESS
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           CLOSE GUARDIAN-FILE
           PERFORM CLOSE-MASTER-FOR-NAMES
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   Without an enrollee master the guardian record alone is
      *>   shown; the student name is only there to confirm the key.
       OPEN-MASTER-FOR-NAMES.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, STUDENT NAMES "
                       "WILL NOT BE SHOWN"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-FOR-NAMES.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       FIND-GUARDIAN-BY-STUDENT.
           SET GUARD-NOT-FOUND TO TRUE
           DISPLAY "STUDENT ID " WITH NO ADVANCING
           ACCEPT STUDENT-ID-IN
           IF STUDENT-ID-IN IS NUMERIC AND STUDENT-ID-DIGITS > 0
               ADD 1 TO LOOKUP-COUNT
               MOVE STUDENT-ID-DIGITS TO GD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET GUARD-FOUND TO TRUE
               END-READ
               IF GUARD-FOUND
                   PERFORM DISPLAY-GUARDIAN-ADDRESS
               ELSE
                   DISPLAY "NO GUARDIAN RECORD FOR THAT STUDENT"
               END-IF
           ELSE
               DISPLAY "STUDENT ID MUST BE 7 DIGITS"
           END-IF.

       DISPLAY-GUARDIAN-ADDRESS.
           IF MASTER-CHECK-ON
               MOVE GD-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY
                       DISPLAY "  STUDENT  . . . (NOT ON MASTER)"
                   NOT INVALID KEY
                       DISPLAY "  STUDENT  . . . " EM-NAME
               END-READ
           END-IF
           DISPLAY "  GUARDIAN . . . " GD-GUARDIAN-NAME
           DISPLAY "  STREET . . . . " GD-STREET
           MOVE 0 TO CITY-LEN
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 15
               IF GD-CITY(NAME-IDX:1) NOT = SPACE
                   MOVE NAME-IDX TO CITY-LEN
               END-IF
           END-PERFORM
           IF CITY-LEN = 0
               MOVE 1 TO CITY-LEN
           END-IF
           MOVE SPACES TO ADDRESS-LINE
           STRING GD-CITY(1:CITY-LEN) ", " GD-STATE " " GD-ZIP
               DELIMITED BY SIZE INTO ADDRESS-LINE
           DISPLAY "  CITY . . . . . " ADDRESS-LINE
           IF GD-ADDRESS-BAD
               DISPLAY "  MARKED BAD SINCE " GD-BAD-SINCE ", RETURNED "
                       GD-RETURNED-COUNT " TIMES, LAST FROM "
                       GD-RETURNED-FROM " ON " GD-LAST-RETURNED
           END-IF.

       MARK-RETURNED-MAIL.
           PERFORM FIND-GUARDIAN-BY-STUDENT
           IF GUARD-FOUND
               MOVE "Y" TO ENTRY-OK-SW
               PERFORM ACCEPT-RETURN-DETAIL
               IF ENTRY-OK
                   PERFORM APPLY-RETURNED-MAIL
               ELSE
                   ADD 1 TO REFUSED-COUNT
                   DISPLAY "ADDRESS LEFT AS IT WAS"
               END-IF
           END-IF.

       ACCEPT-RETURN-DETAIL.
           DISPLAY "RETURNED FROM (LETTERS, TRUANCY, FEESTMT, IMMRPT, "
                   "OTHER) " WITH NO ADVANCING
           ACCEPT MAILING-IN
           IF NOT MAILING-IN-VALID
               DISPLAY "INVALID MAILING"
               MOVE "N" TO ENTRY-OK-SW
           END-IF
           IF ENTRY-OK
               DISPLAY "DATE RETURNED (YYYYMMDD, BLANK=TODAY) "
                       WITH NO ADVANCING
               ACCEPT DATE-IN
               IF DATE-IN = SPACES
                   MOVE RUN-DATE TO RETURNED-DATE
               ELSE
                   MOVE "N" TO DATE-VALID-SW
                   IF DATE-IN IS NUMERIC
                       CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                               DATE-VALID-SW
                   END-IF
                   IF DATE-IS-VALID AND DATE-DIGITS <= RUN-DATE
                       MOVE DATE-DIGITS TO RETURNED-DATE
                   ELSE
                       DISPLAY "INVALID OR FUTURE DATE"
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

      *>   The address went bad on the earliest return keyed against
      *>   it, whatever order the pieces are keyed in; the last
      *>   mailing shown is the latest one to come back.
       APPLY-RETURNED-MAIL.
           IF GD-ADDRESS-BAD
               ADD 1 TO REPEAT-COUNT
               IF GD-RETURNED-COUNT < 99
                   ADD 1 TO GD-RETURNED-COUNT
               END-IF
               IF RETURNED-DATE < GD-BAD-SINCE
                   MOVE RETURNED-DATE TO GD-BAD-SINCE
               END-IF
               IF RETURNED-DATE >= GD-LAST-RETURNED
                   MOVE RETURNED-DATE TO GD-LAST-RETURNED
                   MOVE MAILING-IN TO GD-RETURNED-FROM
               END-IF
           ELSE
               ADD 1 TO MARKED-COUNT
               MOVE "B" TO GD-ADDRESS-STATUS
               MOVE RETURNED-DATE TO GD-BAD-SINCE
               MOVE RETURNED-DATE TO GD-LAST-RETURNED
               MOVE MAILING-IN TO GD-RETURNED-FROM
               MOVE 1 TO GD-RETURNED-COUNT
           END-IF
           REWRITE GUARDIAN-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " GD-STUDENT-ID
                           " -- STATUS " GUARDIAN-STATUS
               NOT INVALID KEY
                   DISPLAY "ADDRESS MARKED BAD -- MAIL WILL BE HELD"
           END-REWRITE.

       UNMARK-ONE-ADDRESS.
           PERFORM FIND-GUARDIAN-BY-STUDENT
           IF GUARD-FOUND
               IF NOT GD-ADDRESS-BAD
                   DISPLAY "ADDRESS IS NOT MARKED BAD"
               ELSE
                   DISPLAY "CLEAR THE RETURNED-MAIL MARK (Y/N) "
                           WITH NO ADVANCING
                   ACCEPT CONFIRM-IN
                   IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
                       MOVE SPACE TO GD-ADDRESS-STATUS
                       MOVE 0 TO GD-BAD-SINCE
                       MOVE SPACES TO GD-RETURNED-FROM
                       MOVE 0 TO GD-LAST-RETURNED
                       MOVE 0 TO GD-RETURNED-COUNT
                       REWRITE GUARDIAN-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED FOR "
                                       GD-STUDENT-ID " -- STATUS "
                                       GUARDIAN-STATUS
                           NOT INVALID KEY
                               ADD 1 TO UNMARKED-COUNT
                               DISPLAY "MARK CLEARED"
                       END-REWRITE
                   ELSE
                       DISPLAY "ADDRESS LEFT AS IT WAS"
                   END-IF
               END-IF
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE "RTNMAIL " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE LOOKUP-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = MARKED-COUNT + REPEAT-COUNT
               + UNMARKED-COUNT
           MOVE REFUSED-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "STUDENTS LOOKED UP  . . . . " LOOKUP-COUNT
           DISPLAY "ADDRESSES NEWLY MARKED BAD  " MARKED-COUNT
           DISPLAY "FURTHER RETURNS KEYED . . . " REPEAT-COUNT
           DISPLAY "ADDRESSES UNMARKED  . . . . " UNMARKED-COUNT
           DISPLAY "ENTRIES REFUSED . . . . . . " REFUSED-COUNT
           DISPLAY "-------------------------------------------".
