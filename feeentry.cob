           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEENTRY.
      *>****************************************************************
      *> Student fee transaction entry.  The front office keys book,
      *> activity and lost-item charges, payments received, and
      *> reversals of either onto FEETRAN for the next FEEPOST run.
      *> Every transaction is stamped with the operator and a unique
      *> reference (entry date and time of day) that a later reversal
      *> names.  Students must be on the enrollee master.  Unposted
      *> transactions -- including any FEEPOST sent back with a
      *> reject reason -- can be listed and deleted here before the
      *> posting run.  FEETRAN is loaded into a work table, worked
      *> interactively, and rewritten on exit, the same shape as
      *> SECTMNT.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-TRANS-FILE ASSIGN TO "FEETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-TRANS-STATUS.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-TRANS-FILE.
       01 FEE-TRANS-FD-RECORD PIC X(100).

       FD  FEE-LEDGER-FILE.
       01 FEE-LEDGER-FD-RECORD PIC X(100).

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 FEE-TRANS-STATUS PIC XX VALUE "00".
       01 FEE-LEDGER-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 FEE-TRANS-EOF-SW PIC X(1) VALUE "N".
           88 FEE-TRANS-EOF VALUE "Y".
       01 FEE-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 FEE-LEDGER-EOF VALUE "Y".
       COPY FEETREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 TIME-WORK PIC 9(8) VALUE 0.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 FTX-FILE-COUNT PIC 9(7) VALUE 0.
       01 FTX-COUNT PIC 9(4) VALUE 0.
       01 FTX-TABLE.
           02 FTX-ENTRY OCCURS 2000 TIMES.
               03 FTX-RECORD PIC X(100).
               03 FTX-DELETED-SW PIC X(1).
                   88 FTX-DELETED VALUE "Y".
       01 FTX-IDX PIC 9(4) VALUE 0.
       01 FTX-FOUND-IDX PIC 9(4) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-CHARGE VALUE "C", "c".
           88 ACTION-PAYMENT VALUE "P", "p".
           88 ACTION-REVERSAL VALUE "R", "r".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 ENTRY-OK-SW PIC X(1) VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01 ORIGINAL-FOUND-SW PIC X(1) VALUE "N".
           88 ORIGINAL-FOUND VALUE "Y".

       01 WORK-TYPE PIC X(1) VALUE SPACE.
       01 WORK-CODE PIC X(4) VALUE SPACES.
       01 WORK-STUDENT-ID PIC 9(7) VALUE 0.
       01 WORK-AMOUNT PIC 9(5)V99 VALUE 0.
       01 WORK-REFERENCE PIC 9(16) VALUE 0.
       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 REFERENCE-IN PIC X(16) VALUE SPACES.
       01 REFERENCE-DIGITS REDEFINES REFERENCE-IN PIC 9(16).
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".

      *>   Amounts are keyed as dollars and cents ("25.00", "25.5",
      *>   "25").
       01 AMOUNT-IN PIC X(9) VALUE SPACES.
       01 DOLLARS-IN PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
       01 DOLLARS-DIGITS REDEFINES DOLLARS-IN PIC 9(5).
       01 CENTS-IN PIC X(2) VALUE SPACES.
       01 CENTS-DIGITS REDEFINES CENTS-IN PIC 9(2).
       01 AMOUNT-PART-COUNT PIC 9 VALUE 0.
       01 AMOUNT-DISPLAY PIC ZZ,ZZ9.99.

       01 CHARGE-COUNT PIC 9(5) VALUE 0.
       01 PAYMENT-COUNT PIC 9(5) VALUE 0.
       01 REVERSAL-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 LISTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       FEEENTRY-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO CHARGE-COUNT
           MOVE 0 TO PAYMENT-COUNT
           MOVE 0 TO REVERSAL-COUNT
           MOVE 0 TO DELETE-COUNT
           MOVE 0 TO REFUSED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "STUDENT FEE TRANSACTION ENTRY"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE OPERATOR-ID TO AUD-OPERATOR
           PERFORM LOAD-FEE-TRANS-TABLE
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF FTX-FILE-COUNT > 2000
               DISPLAY "TOO MANY UNPOSTED FEE TRANSACTIONS ("
                       FTX-FILE-COUNT ") -- RUN ABORTED, FILE "
                       "UNCHANGED"
               GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- FEES CANNOT BE KEYED"
               GOBACK
           END-IF
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (C=CHARGE, P=PAYMENT, R=REVERSAL, "
                       "D=DELETE UNPOSTED, L=LIST, X=EXIT) "
                       WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-CHARGE
                       MOVE "C" TO WORK-TYPE
                       PERFORM ENTER-CHARGE-OR-PAYMENT
                   WHEN ACTION-PAYMENT
                       MOVE "P" TO WORK-TYPE
                       PERFORM ENTER-CHARGE-OR-PAYMENT
                   WHEN ACTION-REVERSAL
                       PERFORM ENTER-ONE-REVERSAL
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-TRANSACTION
                   WHEN ACTION-LIST
                       PERFORM LIST-UNPOSTED-TRANSACTIONS
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM REWRITE-FEE-TRANS-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-FEE-TRANS-TABLE.
           MOVE "N" TO FEE-TRANS-EOF-SW
           MOVE 0 TO FTX-FILE-COUNT
           MOVE 0 TO FTX-COUNT
           OPEN INPUT FEE-TRANS-FILE
           IF FEE-TRANS-STATUS NOT = "35"
               READ FEE-TRANS-FILE
                   AT END SET FEE-TRANS-EOF TO TRUE
               END-READ
               PERFORM UNTIL FEE-TRANS-EOF
                   ADD 1 TO FTX-FILE-COUNT
                   IF FTX-FILE-COUNT <= 2000
                       MOVE FEE-TRANS-FD-RECORD
                               TO FTX-RECORD(FTX-FILE-COUNT)
                       MOVE "N" TO FTX-DELETED-SW(FTX-FILE-COUNT)
                   END-IF
                   READ FEE-TRANS-FILE
                       AT END SET FEE-TRANS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FEE-TRANS-FILE
               IF FTX-FILE-COUNT <= 2000
                   MOVE FTX-FILE-COUNT TO FTX-COUNT
               END-IF
           END-IF
           DISPLAY "UNPOSTED FEE TRANSACTIONS . . " FTX-COUNT.

       ENTER-CHARGE-OR-PAYMENT.
           PERFORM ACCEPT-STUDENT-AND-DATE
           IF ENTRY-OK
               IF WORK-TYPE = "C"
                   DISPLAY "CHARGE CODE (BOOK, ACTV=ACTIVITY, "
                           "LOST=LOST ITEM, OTHR) " WITH NO ADVANCING
               ELSE
                   DISPLAY "PAYMENT METHOD (CASH, CHEK=CHECK, CARD, "
                           "OTHR) " WITH NO ADVANCING
               END-IF
               ACCEPT WORK-CODE
               MOVE WORK-CODE TO FE-FEE-CODE
               IF (WORK-TYPE = "C" AND NOT FE-CHARGE-CODE-VALID)
                       OR (WORK-TYPE = "P"
                       AND NOT FE-PAYMENT-CODE-VALID)
                   DISPLAY "INVALID CODE -- NOT ENTERED"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF
           IF ENTRY-OK
               PERFORM ACCEPT-AMOUNT
           END-IF
           IF ENTRY-OK
               MOVE WORK-CODE TO FE-FEE-CODE
               MOVE WORK-TYPE TO FE-TRANS-TYPE
               MOVE WORK-AMOUNT TO FE-AMOUNT
               MOVE 0 TO FE-REVERSES
               DISPLAY "DESCRIPTION (RECEIPT NO., ITEM) "
                       WITH NO ADVANCING
               ACCEPT FE-DESCRIPTION
               PERFORM ADD-TRANSACTION-TO-TABLE
           END-IF
           IF ENTRY-OK
               IF WORK-TYPE = "C"
                   ADD 1 TO CHARGE-COUNT
               ELSE
                   ADD 1 TO PAYMENT-COUNT
               END-IF
           ELSE
               ADD 1 TO REFUSED-COUNT
           END-IF.

      *>   A reversal must name an item already on the ledger or still
      *>   waiting here; FEEPOST re-checks it and takes the original
      *>   amount, type and student from the ledger.
       ENTER-ONE-REVERSAL.
           DISPLAY "REFERENCE OF THE ITEM TO REVERSE (16 DIGITS) "
                   WITH NO ADVANCING
           ACCEPT REFERENCE-IN
           IF REFERENCE-IN NOT NUMERIC OR REFERENCE-DIGITS = 0
               DISPLAY "REFERENCE MUST BE 16 DIGITS -- NOT ENTERED"
               ADD 1 TO REFUSED-COUNT
           ELSE
               MOVE REFERENCE-DIGITS TO WORK-REFERENCE
               PERFORM FIND-ORIGINAL-ITEM
               IF NOT ORIGINAL-FOUND
                   DISPLAY "NO CHARGE OR PAYMENT WITH THAT REFERENCE "
                           "-- NOT ENTERED"
                   ADD 1 TO REFUSED-COUNT
               ELSE
                   MOVE FE-AMOUNT TO AMOUNT-DISPLAY
                   DISPLAY "  STUDENT  . . . " FE-STUDENT-ID
                   DISPLAY "  ITEM . . . . . " FE-TRANS-TYPE " "
                           FE-FEE-CODE " " FE-TRANS-DATE " "
                           AMOUNT-DISPLAY
                   DISPLAY "  DESCRIPTION  . " FE-DESCRIPTION
                   MOVE FE-STUDENT-ID TO WORK-STUDENT-ID
                   MOVE FE-AMOUNT TO WORK-AMOUNT
                   MOVE "R" TO FE-TRANS-TYPE
                   MOVE SPACES TO FE-FEE-CODE
                   MOVE WORK-AMOUNT TO FE-AMOUNT
                   MOVE WORK-REFERENCE TO FE-REVERSES
                   MOVE RUN-DATE TO FE-TRANS-DATE
                   DISPLAY "REASON FOR REVERSAL " WITH NO ADVANCING
                   ACCEPT FE-DESCRIPTION
                   MOVE "Y" TO ENTRY-OK-SW
                   PERFORM ADD-TRANSACTION-TO-TABLE
                   IF ENTRY-OK
                       ADD 1 TO REVERSAL-COUNT
                   ELSE
                       ADD 1 TO REFUSED-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-ORIGINAL-ITEM.
           MOVE "N" TO ORIGINAL-FOUND-SW
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT OR ORIGINAL-FOUND
               MOVE FTX-RECORD(FTX-IDX) TO FEE-TRANS-RECORD
               IF FE-REFERENCE = WORK-REFERENCE
                       AND NOT FTX-DELETED(FTX-IDX)
                       AND NOT FE-REVERSAL
                   SET ORIGINAL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ORIGINAL-FOUND
               MOVE "N" TO FEE-LEDGER-EOF-SW
               OPEN INPUT FEE-LEDGER-FILE
               IF FEE-LEDGER-STATUS NOT = "35"
                   READ FEE-LEDGER-FILE
                       AT END SET FEE-LEDGER-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL FEE-LEDGER-EOF OR ORIGINAL-FOUND
                       MOVE FEE-LEDGER-FD-RECORD TO FEE-TRANS-RECORD
                       IF FE-REFERENCE = WORK-REFERENCE
                               AND NOT FE-REVERSAL
                           SET ORIGINAL-FOUND TO TRUE
                       ELSE
                           READ FEE-LEDGER-FILE
                               AT END SET FEE-LEDGER-EOF TO TRUE
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE FEE-LEDGER-FILE
               END-IF
           END-IF.

       ACCEPT-STUDENT-AND-DATE.
           MOVE "Y" TO ENTRY-OK-SW
           DISPLAY "STUDENT ID " WITH NO ADVANCING
           ACCEPT STUDENT-ID-IN
           IF STUDENT-ID-IN NOT NUMERIC OR STUDENT-ID-DIGITS = 0
               DISPLAY "STUDENT ID MUST BE 7 DIGITS -- NOT ENTERED"
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE STUDENT-ID-DIGITS TO WORK-STUDENT-ID
               MOVE WORK-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY
                       DISPLAY "STUDENT NOT ON THE MASTER -- NOT "
                               "ENTERED"
                       MOVE "N" TO ENTRY-OK-SW
                   NOT INVALID KEY
                       DISPLAY "  NAME . . . . . " EM-NAME
               END-READ
           END-IF
           IF ENTRY-OK
               MOVE SPACES TO FEE-TRANS-RECORD
               DISPLAY "TRANSACTION DATE (YYYYMMDD, BLANK=TODAY) "
                       WITH NO ADVANCING
               ACCEPT DATE-IN
               IF DATE-IN = SPACES
                   MOVE RUN-DATE TO FE-TRANS-DATE
               ELSE
                   MOVE "N" TO DATE-VALID-SW
                   IF DATE-IN IS NUMERIC
                       CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                               DATE-VALID-SW
                   END-IF
                   IF DATE-IS-VALID AND DATE-DIGITS <= RUN-DATE
                       MOVE DATE-DIGITS TO FE-TRANS-DATE
                   ELSE
                       DISPLAY "INVALID OR FUTURE DATE -- NOT ENTERED"
                       MOVE "N" TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       ACCEPT-AMOUNT.
           DISPLAY "AMOUNT (DOLLARS.CENTS) " WITH NO ADVANCING
           ACCEPT AMOUNT-IN
           MOVE SPACES TO DOLLARS-IN
           MOVE SPACES TO CENTS-IN
           MOVE 0 TO AMOUNT-PART-COUNT
           UNSTRING AMOUNT-IN DELIMITED BY "." OR ALL " "
               INTO DOLLARS-IN, CENTS-IN
               TALLYING IN AMOUNT-PART-COUNT
           END-UNSTRING
           INSPECT DOLLARS-IN REPLACING LEADING SPACES BY ZEROS
           IF CENTS-IN(2:1) = SPACE
               MOVE "0" TO CENTS-IN(2:1)
           END-IF
           IF CENTS-IN(1:1) = SPACE
               MOVE "0" TO CENTS-IN(1:1)
           END-IF
           IF DOLLARS-IN NOT NUMERIC OR CENTS-IN NOT NUMERIC
               DISPLAY "INVALID AMOUNT -- NOT ENTERED"
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               COMPUTE WORK-AMOUNT = DOLLARS-DIGITS
                       + CENTS-DIGITS / 100
               IF WORK-AMOUNT = 0
                   DISPLAY "AMOUNT MUST BE MORE THAN ZERO -- NOT "
                           "ENTERED"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF.

       ADD-TRANSACTION-TO-TABLE.
           IF FTX-COUNT >= 2000
               DISPLAY "FEE TRANSACTION TABLE FULL -- RUN FEEPOST "
                       "FIRST, NOT ENTERED"
               MOVE "N" TO ENTRY-OK-SW
           ELSE
               MOVE WORK-STUDENT-ID TO FE-STUDENT-ID
               ACCEPT TIME-WORK FROM TIME
               COMPUTE FE-REFERENCE = RUN-DATE * 100000000 + TIME-WORK
               MOVE SPACE TO FE-REVERSED-TYPE
               MOVE OPERATOR-ID TO FE-OPERATOR
               MOVE 0 TO FE-POSTED-DATE
               MOVE SPACES TO FE-REJECT-CODE
               ADD 1 TO FTX-COUNT
               MOVE FEE-TRANS-RECORD TO FTX-RECORD(FTX-COUNT)
               MOVE "N" TO FTX-DELETED-SW(FTX-COUNT)
               DISPLAY "ENTERED -- REFERENCE " FE-REFERENCE
           END-IF.

       DELETE-ONE-TRANSACTION.
           DISPLAY "REFERENCE OF THE UNPOSTED ITEM TO DELETE "
                   WITH NO ADVANCING
           ACCEPT REFERENCE-IN
           MOVE 0 TO FTX-FOUND-IDX
           IF REFERENCE-IN IS NUMERIC
               PERFORM VARYING FTX-IDX FROM 1 BY 1
                       UNTIL FTX-IDX > FTX-COUNT OR FTX-FOUND-IDX > 0
                   MOVE FTX-RECORD(FTX-IDX) TO FEE-TRANS-RECORD
                   IF FE-REFERENCE = REFERENCE-DIGITS
                           AND NOT FTX-DELETED(FTX-IDX)
                       MOVE FTX-IDX TO FTX-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF FTX-FOUND-IDX = 0
               DISPLAY "NO UNPOSTED ITEM WITH THAT REFERENCE"
           ELSE
               MOVE "Y" TO FTX-DELETED-SW(FTX-FOUND-IDX)
               ADD 1 TO DELETE-COUNT
               DISPLAY "ITEM DELETED"
           END-IF.

       LIST-UNPOSTED-TRANSACTIONS.
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT
               IF NOT FTX-DELETED(FTX-IDX)
                   MOVE FTX-RECORD(FTX-IDX) TO FEE-TRANS-RECORD
                   MOVE FE-AMOUNT TO AMOUNT-DISPLAY
                   DISPLAY FE-REFERENCE " " FE-STUDENT-ID " "
                           FE-TRANS-TYPE " " FE-FEE-CODE " "
                           FE-TRANS-DATE " " AMOUNT-DISPLAY " "
                           FE-REJECT-CODE
                   ADD 1 TO LISTED-COUNT
               END-IF
           END-PERFORM
           DISPLAY "UNPOSTED ITEMS LISTED  . . . " LISTED-COUNT
           DISPLAY "(A CODE AFTER THE AMOUNT IS THE REASON FEEPOST "
                   "REJECTED IT)".

       REWRITE-FEE-TRANS-FILE.
           OPEN OUTPUT FEE-TRANS-FILE
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT
               IF NOT FTX-DELETED(FTX-IDX)
                   WRITE FEE-TRANS-FD-RECORD FROM FTX-RECORD(FTX-IDX)
               END-IF
           END-PERFORM
           CLOSE FEE-TRANS-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "FEEENTRY" TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE FTX-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = CHARGE-COUNT + PAYMENT-COUNT
                   + REVERSAL-COUNT
           MOVE REFUSED-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "CHARGES ENTERED . . . . . . " CHARGE-COUNT
           DISPLAY "PAYMENTS ENTERED  . . . . . " PAYMENT-COUNT
           DISPLAY "REVERSALS ENTERED . . . . . " REVERSAL-COUNT
           DISPLAY "UNPOSTED ITEMS DELETED  . . " DELETE-COUNT
           DISPLAY "ENTRIES REFUSED . . . . . . " REFUSED-COUNT
           DISPLAY "-------------------------------------------".
