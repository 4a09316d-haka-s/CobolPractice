           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCERT.
      *>****************************************************************
      *> Operator access recertification report.  Reads the OPERATOR
      *> file and prints to CERTRPT, one block per operator, what a
      *> supervisor signs off on each quarter: the operator's status,
      *> last successful sign-on and days since, and every menu
      *> function the authorization bytes grant, decoded by name
      *> through the MENUNAME table instead of eighty Y/N bytes.  A
      *> byte granted past the last menu choice is printed as an
      *> unused function so stray grants get cleaned up before the
      *> menu grows into them.  Pairs of functions one operator
      *> should not hold together -- master update and pending
      *> approval, operator administration and generation restore,
      *> fee entry and fee posting, grade change entry and applying
      *> approved grade changes -- are flagged as segregation-of-duties
      *> conflicts under the operator holding both.  Each block ends
      *> with the supervisor's retain/revoke sign-off line.  The
      *> report changes nothing; access is changed through OPERADM.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERATOR-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 OPERATOR-EOF-SW PIC X(1) VALUE "N".
           88 OPERATOR-EOF VALUE "Y".
       COPY AUDITWK.
       COPY RUNPARM.
       COPY MENUNAME.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DAY-NUM PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".

      *>   Function pairs no one operator should hold together, by
      *>   menu choice.  A new pair is one more FILLER and a bump of
      *>   the OCCURS and SOD-PAIR-COUNT.
       01 SOD-PAIR-VALUES.
           02 FILLER PIC X(4) VALUE "0418".
           02 FILLER PIC X(4) VALUE "3132".
           02 FILLER PIC X(4) VALUE "4647".
           02 FILLER PIC X(4) VALUE "4344".
       01 SOD-PAIR-TABLE REDEFINES SOD-PAIR-VALUES.
           02 SOD-PAIR OCCURS 4 TIMES.
               03 SOD-FIRST PIC 99.
               03 SOD-SECOND PIC 99.
       01 SOD-PAIR-COUNT PIC 9 VALUE 4.
       01 SOD-IDX PIC 9 VALUE 0.

       01 CERT-AUTHS PIC X(80) VALUE SPACES.
       01 AUTH-IDX PIC 99 VALUE 0.
       01 GRANTED-COUNT PIC 99 VALUE 0.
       01 OPERATOR-CONFLICTS PIC 9 VALUE 0.

       01 OPERATOR-COUNT PIC 9(5) VALUE 0.
       01 ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 NEVER-SIGNED-ON-COUNT PIC 9(5) VALUE 0.
       01 CONFLICT-OPERATOR-COUNT PIC 9(5) VALUE 0.
       01 CONFLICT-COUNT PIC 9(5) VALUE 0.
       01 UNUSED-GRANT-COUNT PIC 9(5) VALUE 0.
       01 DAYS-SINCE PIC 9(5) VALUE 0.

       01 OPERATOR-HEADER.
           02 FILLER PIC X(9) VALUE "OPERATOR ".
           02 OH-OPERATOR-ID PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OH-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 OH-STATUS PIC X(11).
           02 FILLER PIC X(9) VALUE " LAST ON ".
           02 OH-LAST-SIGNON PIC X(8).
           02 FILLER PIC X(6) VALUE " DAYS ".
           02 OH-DAYS-SINCE PIC X(5).
       01 FUNCTION-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FN-CHOICE PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FN-NAME PIC X(40).
       01 CONFLICT-DETAIL.
           02 CF-LEAD PIC X(21).
           02 CF-CHOICE PIC 99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CF-NAME PIC X(40).
       01 DAYS-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.
       OPERCERT-DRIVER.
           MOVE 0 TO OPERATOR-COUNT
           MOVE 0 TO ACTIVE-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO NEVER-SIGNED-ON-COUNT
           MOVE 0 TO CONFLICT-OPERATOR-COUNT
           MOVE 0 TO CONFLICT-COUNT
           MOVE 0 TO UNUSED-GRANT-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "OPERATOR ACCESS RECERTIFICATION REPORT"
           CALL "DAYSCALC" USING RUN-DATE, RUN-DAY-NUM, DATE-VALID-SW
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS = "35"
               DISPLAY "NO OPERATOR FILE ON SYSTEM -- NOTHING TO "
                       "CERTIFY"
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           MOVE "N" TO OPERATOR-EOF-SW
           READ OPERATOR-FILE
               AT END SET OPERATOR-EOF TO TRUE
           END-READ
           PERFORM UNTIL OPERATOR-EOF
               PERFORM CERTIFY-ONE-OPERATOR
               READ OPERATOR-FILE
                   AT END SET OPERATOR-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       CERTIFY-ONE-OPERATOR.
           ADD 1 TO OPERATOR-COUNT
           MOVE OP-AUTHS TO CERT-AUTHS(1:40)
           MOVE OP-AUTHS-EXT TO CERT-AUTHS(41:40)
           PERFORM WRITE-OPERATOR-HEADER
           MOVE "  AUTHORIZED FUNCTIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO GRANTED-COUNT
           PERFORM VARYING AUTH-IDX FROM 1 BY 1 UNTIL AUTH-IDX > 80
               IF CERT-AUTHS(AUTH-IDX:1) = "Y"
                   ADD 1 TO GRANTED-COUNT
                   MOVE AUTH-IDX TO FN-CHOICE
                   IF MENU-FUNCTION-NAME(AUTH-IDX) = SPACES
                       MOVE "UNUSED FUNCTION" TO FN-NAME
                       ADD 1 TO UNUSED-GRANT-COUNT
                   ELSE
                       MOVE MENU-FUNCTION-NAME(AUTH-IDX) TO FN-NAME
                   END-IF
                   WRITE REPORT-LINE FROM FUNCTION-DETAIL
               END-IF
           END-PERFORM
           IF GRANTED-COUNT = 0
               MOVE "    NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO OPERATOR-CONFLICTS
           PERFORM VARYING SOD-IDX FROM 1 BY 1
                   UNTIL SOD-IDX > SOD-PAIR-COUNT
               IF CERT-AUTHS(SOD-FIRST(SOD-IDX):1) = "Y"
                       AND CERT-AUTHS(SOD-SECOND(SOD-IDX):1) = "Y"
                   PERFORM WRITE-ONE-CONFLICT
               END-IF
           END-PERFORM
           IF OPERATOR-CONFLICTS > 0
               ADD 1 TO CONFLICT-OPERATOR-COUNT
           END-IF
           PERFORM WRITE-SIGN-OFF-LINES.

      *>   Days since runs from the last sign-on only; an operator
      *>   never signed on shows NEVER with no day count, which is
      *>   itself something for the supervisor to question.
       WRITE-OPERATOR-HEADER.
           MOVE OP-ID TO OH-OPERATOR-ID
           MOVE OP-NAME TO OH-NAME
           IF OP-DEACTIVATED
               MOVE "DEACTIVATED" TO OH-STATUS
               ADD 1 TO INACTIVE-COUNT
           ELSE
               MOVE "ACTIVE" TO OH-STATUS
               ADD 1 TO ACTIVE-COUNT
           END-IF
           MOVE "NEVER" TO OH-LAST-SIGNON
           MOVE SPACES TO OH-DAYS-SINCE
           MOVE "N" TO DATE-VALID-SW
           IF OP-LAST-SIGNON NUMERIC AND OP-LAST-SIGNON > 0
               MOVE OP-LAST-SIGNON TO OH-LAST-SIGNON
               CALL "DAYSCALC" USING OP-LAST-SIGNON, DAY-NUM,
                       DATE-VALID-SW
           ELSE
               ADD 1 TO NEVER-SIGNED-ON-COUNT
           END-IF
           IF DATE-IS-VALID
               MOVE 0 TO DAYS-SINCE
               IF DAY-NUM < RUN-DAY-NUM
                   COMPUTE DAYS-SINCE = RUN-DAY-NUM - DAY-NUM
               END-IF
               MOVE DAYS-SINCE TO DAYS-EDIT
               MOVE DAYS-EDIT TO OH-DAYS-SINCE
           END-IF
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM OPERATOR-HEADER.

       WRITE-ONE-CONFLICT.
           ADD 1 TO OPERATOR-CONFLICTS
           ADD 1 TO CONFLICT-COUNT
           MOVE "  ** SOD CONFLICT -- " TO CF-LEAD
           MOVE SOD-FIRST(SOD-IDX) TO CF-CHOICE
           MOVE MENU-FUNCTION-NAME(SOD-FIRST(SOD-IDX)) TO CF-NAME
           WRITE REPORT-LINE FROM CONFLICT-DETAIL
           MOVE "        HELD WITH    " TO CF-LEAD
           MOVE SOD-SECOND(SOD-IDX) TO CF-CHOICE
           MOVE MENU-FUNCTION-NAME(SOD-SECOND(SOD-IDX)) TO CF-NAME
           WRITE REPORT-LINE FROM CONFLICT-DETAIL.

       WRITE-SIGN-OFF-LINES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCESS RETAINED ___  REVOKE/CHANGE ___  "
               "(LIST CHANGES ON REVERSE)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SUPERVISOR ______________________  "
               "SIGNED ____________  DATE ________"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATOR ACCESS RECERTIFICATION AS OF " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FUNCTIONS ARE LISTED BY MENU CHOICE -- "
               "SUPERVISOR SIGNS OFF EACH OPERATOR"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           IF OPERATOR-COUNT = 0
               MOVE "NO OPERATORS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "OPERATORS " OPERATOR-COUNT
               "   ACTIVE " ACTIVE-COUNT
               "   DEACTIVATED " INACTIVE-COUNT
               "   NEVER SIGNED ON " NEVER-SIGNED-ON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SOD CONFLICTS " CONFLICT-COUNT
               "   OPERATORS WITH CONFLICTS " CONFLICT-OPERATOR-COUNT
               "   UNUSED GRANTS " UNUSED-GRANT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "OPERCERT" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE OPERATOR-COUNT TO AUD-READ-COUNT
           MOVE OPERATOR-COUNT TO AUD-WRITE-COUNT
           MOVE CONFLICT-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "OPERATORS LISTED  . . . . . " OPERATOR-COUNT
           DISPLAY "  ACTIVE  . . . . . . . . . " ACTIVE-COUNT
           DISPLAY "  DEACTIVATED . . . . . . . " INACTIVE-COUNT
           DISPLAY "NEVER SIGNED ON . . . . . . " NEVER-SIGNED-ON-COUNT
           DISPLAY "SOD CONFLICTS . . . . . . . " CONFLICT-COUNT
           DISPLAY "OPERATORS WITH CONFLICTS  . " CONFLICT-OPERATOR-COUNT
           DISPLAY "UNUSED FUNCTION GRANTS  . . " UNUSED-GRANT-COUNT
           DISPLAY "-------------------------------------------".
