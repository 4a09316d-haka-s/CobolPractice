      *> the action code, the same way MENU logs an unauthorized
      *> choice.  New and reset passwords are stored scrambled with
      *> the forced-change switch on, so the operator must pick their
      *> own at first sign-on.  Adding or reactivating an operator
      *> stamps the activation date, which starts the clock the
      *> dormant-account sweep in OPERDORM measures from until the
      *> operator's first sign-on.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01 OPERATOR-FD-RECORD PIC X(134).

       WORKING-STORAGE SECTION.
       01 OPERATOR-STATUS PIC XX VALUE "00".
       01 OPER-FILE-COUNT PIC 9(5) VALUE 0.
       01 OPER-COUNT PIC 9(3) VALUE 0.
       01 OPER-TABLE.
           02 OPER-ENTRY PIC X(134) OCCURS 200 TIMES.
       01 OPER-IDX PIC 9(3) VALUE 0.
       01 OPER-FOUND-IDX PIC 9(3) VALUE 0.

       01 WORK-AUTH-POS PIC 9(2) VALUE 0.
       01 WORK-AUTH-BYTE PIC X(1) VALUE SPACE.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 LIST-LAST-SIGNON PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       OPERADM-DRIVER.
                   MOVE WORK-OPERATOR-ID TO OP-ID
                   DISPLAY "OPERATOR NAME " WITH NO ADVANCING
                   ACCEPT OP-NAME
                   DISPLAY "AUTH BYTES 1-40 (Y/N, POSITIONAL) "
                           WITH NO ADVANCING
                   ACCEPT OP-AUTHS
                   DISPLAY "AUTH BYTES 41-80 (Y/N, POSITIONAL) "
                           WITH NO ADVANCING
                   ACCEPT OP-AUTHS-EXT
                   DISPLAY "INITIAL PASSWORD " WITH NO ADVANCING
                   ACCEPT WORK-PASSWORD
                   CALL "SCRAMBLE" USING WORK-PASSWORD,
                   MOVE WORK-SCRAMBLED TO OP-PASSWORD
                   MOVE "A" TO OP-STATUS
                   MOVE "Y" TO OP-NEWPASS-SW
                   MOVE 0 TO OP-LAST-SIGNON
                   MOVE RUN-DATE TO OP-ACTIVATED-DATE
                   ADD 1 TO OPER-COUNT
                   MOVE OPERATOR-RECORD TO OPER-ENTRY(OPER-COUNT)
                   PERFORM NOTE-ONE-CHANGE
           ELSE
               MOVE OPER-ENTRY(OPER-FOUND-IDX) TO OPERATOR-RECORD
               MOVE "A" TO OP-STATUS
               MOVE RUN-DATE TO OP-ACTIVATED-DATE
               MOVE OPERATOR-RECORD TO OPER-ENTRY(OPER-FOUND-IDX)
               PERFORM NOTE-ONE-CHANGE
               DISPLAY "OPERATOR REACTIVATED"
           IF OPER-FOUND-IDX = 0
               DISPLAY "OPERATOR NOT ON FILE"
           ELSE
               DISPLAY "FUNCTION NUMBER (1-80) " WITH NO ADVANCING
               ACCEPT WORK-AUTH-POS
               IF WORK-AUTH-POS < 1 OR WORK-AUTH-POS > 80
                   DISPLAY "INVALID FUNCTION NUMBER"
               ELSE
                   DISPLAY "AUTHORIZED (Y/N) " WITH NO ADVANCING
                   ELSE
                       MOVE OPER-ENTRY(OPER-FOUND-IDX)
                               TO OPERATOR-RECORD
                       IF WORK-AUTH-POS > 40
                           MOVE WORK-AUTH-BYTE TO OP-AUTHS-EXT
                                   (WORK-AUTH-POS - 40:1)
                       ELSE
                           MOVE WORK-AUTH-BYTE
                                   TO OP-AUTHS(WORK-AUTH-POS:1)
                       END-IF
                       MOVE OPERATOR-RECORD
                               TO OPER-ENTRY(OPER-FOUND-IDX)
                       PERFORM NOTE-ONE-CHANGE
               MOVE OPER-ENTRY(OPER-IDX) TO OPERATOR-RECORD
               DISPLAY OP-ID " " OP-NAME " STATUS " OP-STATUS
                       " AUTHS " OP-AUTHS
               DISPLAY "         AUTHS 41-80 " OP-AUTHS-EXT
               IF OP-LAST-SIGNON NUMERIC AND OP-LAST-SIGNON > 0
                   MOVE OP-LAST-SIGNON TO LIST-LAST-SIGNON
               ELSE
                   MOVE "NEVER" TO LIST-LAST-SIGNON
               END-IF
               DISPLAY "         LAST SIGN-ON " LIST-LAST-SIGNON
           END-PERFORM
           DISPLAY "-------------------------------------------".

