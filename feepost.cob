           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPOST.
      *>****************************************************************
      *> Student fee posting and cash-receipts balancing.  Every
      *> transaction waiting on FEETRAN is validated:
      *>   - the student must be on the enrollee master;
      *>   - a charge needs a charge code, a payment a payment method;
      *>   - the amount must be more than zero and the date a real
      *>     date no later than the business date;
      *>   - a reversal must name a charge or payment already on the
      *>     ledger (or posted earlier in this same run) that has not
      *>     been reversed before; it takes the student, amount and
      *>     type of the item it undoes.
      *> Good transactions are appended to the permanent FEELEDG ledger
      *> stamped with today's posting date, and the running debit and
      *> credit totals on FEEBAL are brought up to date (FEEBAL is
      *> backed up through FILEBACK before it is rewritten).  Anything
      *> rejected stays on FEETRAN carrying the reason so the front
      *> office can fix or delete it in FEEENTRY.
      *>
      *> FEECASH lists every payment and payment reversal posted with
      *> the net taken in by method, then proves the run: opening
      *> balance outstanding, plus charges and reversed payments, less
      *> payments and reversed charges, must equal the closing balance
      *> outstanding summed back from the rewritten FEEBAL.
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
           SELECT FEE-BALANCE-FILE ASSIGN TO "FEEBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-BALANCE-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT CASH-REPORT-FILE ASSIGN TO "FEECASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-TRANS-FILE.
       01 FEE-TRANS-FD-RECORD PIC X(100).

       FD  FEE-LEDGER-FILE.
       01 FEE-LEDGER-FD-RECORD PIC X(100).

       FD  FEE-BALANCE-FILE.
       COPY FEEBREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  CASH-REPORT-FILE.
       01 CASH-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 FEE-TRANS-STATUS PIC XX VALUE "00".
       01 FEE-LEDGER-STATUS PIC XX VALUE "00".
       01 FEE-BALANCE-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 CASH-REPORT-STATUS PIC XX VALUE "00".
       01 FEE-TRANS-EOF-SW PIC X(1) VALUE "N".
           88 FEE-TRANS-EOF VALUE "Y".
       01 FEE-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 FEE-LEDGER-EOF VALUE "Y".
       01 FEE-BALANCE-EOF-SW PIC X(1) VALUE "N".
           88 FEE-BALANCE-EOF VALUE "Y".
       01 MASTER-OPEN-SW PIC X(1) VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       COPY FEETREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 DATE-DIGITS PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".

      *>   Shared generation backup call area (see FILEBACK).
       01 BAK-FILE-ID PIC X(9) VALUE SPACES.
       01 BAK-FUNCTION PIC X(1) VALUE SPACE.
       01 BAK-RECORD PIC X(108) VALUE SPACES.
       01 BAK-PROCEED-SW PIC X(1) VALUE "N".
           88 BAK-PROCEED VALUE "Y".

      *>   FEEBAL, held in student order.
       01 BAL-FILE-COUNT PIC 9(7) VALUE 0.
       01 BAL-COUNT PIC 9(4) VALUE 0.
       01 BAL-TABLE.
           02 BAL-ENTRY OCCURS 5000 TIMES.
               03 BT-STUDENT-ID PIC 9(7).
               03 BT-DEBIT-TOTAL PIC 9(7)V99.
               03 BT-CREDIT-TOTAL PIC 9(7)V99.
               03 BT-LAST-ACTIVITY PIC 9(8).
               03 BT-LAST-PAYMENT PIC 9(8).
       01 BAL-IDX PIC 9(4) VALUE 0.
       01 BAL-FOUND-IDX PIC 9(4) VALUE 0.
       01 BAL-SHIFT-IDX PIC 9(4) VALUE 0.

      *>   FEETRAN, with whether each item posted this run.
       01 FTX-FILE-COUNT PIC 9(7) VALUE 0.
       01 FTX-COUNT PIC 9(4) VALUE 0.
       01 FTX-TABLE.
           02 FTX-ENTRY OCCURS 2000 TIMES.
               03 FTX-RECORD PIC X(100).
               03 FTX-POSTED-SW PIC X(1).
                   88 FTX-POSTED VALUE "Y".
       01 FTX-IDX PIC 9(4) VALUE 0.
       01 FTX-SCAN-IDX PIC 9(4) VALUE 0.

      *>   Each item this run's reversals name, as found on the ledger.
       01 RVT-COUNT PIC 9(4) VALUE 0.
       01 RVT-TABLE.
           02 RVT-ENTRY OCCURS 2000 TIMES.
               03 RV-REFERENCE PIC 9(16).
               03 RV-FOUND-SW PIC X(1).
                   88 RV-FOUND VALUE "Y".
               03 RV-REVERSED-SW PIC X(1).
                   88 RV-REVERSED VALUE "Y".
               03 RV-STUDENT-ID PIC 9(7).
               03 RV-TRANS-TYPE PIC X(1).
               03 RV-FEE-CODE PIC X(4).
               03 RV-AMOUNT PIC 9(5)V99.
       01 RVT-IDX PIC 9(4) VALUE 0.
       01 SEEK-REFERENCE PIC 9(16) VALUE 0.
       01 RVT-FOUND-IDX PIC 9(4) VALUE 0.

      *>   Net receipts by payment method.
       01 METHOD-TABLE.
           02 METHOD-ENTRY OCCURS 4 TIMES.
               03 MT-CODE PIC X(4).
               03 MT-RECEIVED PIC 9(7)V99.
               03 MT-RETURNED PIC 9(7)V99.
       01 METHOD-IDX PIC 9 VALUE 0.

       01 REJECT-CODE PIC X(4) VALUE SPACES.
       01 DEBIT-AMOUNT PIC 9(5)V99 VALUE 0.
       01 CREDIT-AMOUNT PIC 9(5)V99 VALUE 0.

       01 OPENING-DEBITS PIC 9(9)V99 VALUE 0.
       01 OPENING-CREDITS PIC 9(9)V99 VALUE 0.
       01 CLOSING-DEBITS PIC 9(9)V99 VALUE 0.
       01 CLOSING-CREDITS PIC 9(9)V99 VALUE 0.
       01 CHARGES-POSTED PIC 9(9)V99 VALUE 0.
       01 PAYMENTS-POSTED PIC 9(9)V99 VALUE 0.
       01 CHARGES-REVERSED PIC 9(9)V99 VALUE 0.
       01 PAYMENTS-REVERSED PIC 9(9)V99 VALUE 0.
       01 OPENING-NET PIC S9(9)V99 VALUE 0.
       01 PROVED-NET PIC S9(9)V99 VALUE 0.
       01 CLOSING-NET PIC S9(9)V99 VALUE 0.
       01 NET-RECEIPTS PIC S9(9)V99 VALUE 0.

       01 POSTED-COUNT PIC 9(5) VALUE 0.
       01 REJECTED-COUNT PIC 9(5) VALUE 0.
       01 CHARGE-COUNT PIC 9(5) VALUE 0.
       01 PAYMENT-COUNT PIC 9(5) VALUE 0.
       01 REVERSAL-COUNT PIC 9(5) VALUE 0.
       01 NEW-ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 BAL-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01 TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 NET-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.

       01 CASH-DETAIL.
           02 CS-REFERENCE PIC 9(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CS-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CS-METHOD PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CS-TRANS-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CS-AMOUNT PIC ZZ,ZZ9.99-.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CS-OPERATOR PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CS-DESCRIPTION PIC X(20).
       01 REJECT-DETAIL.
           02 RJ-REFERENCE PIC 9(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RJ-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RJ-TRANS-TYPE PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RJ-FEE-CODE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RJ-TRANS-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RJ-AMOUNT PIC ZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RJ-REJECT-CODE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RJ-OPERATOR PIC X(8).
       01 PROOF-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 PL-CAPTION PIC X(40).
           02 PL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       FEEPOST-DRIVER.
           MOVE 0 TO POSTED-COUNT
           MOVE 0 TO REJECTED-COUNT
           MOVE 0 TO CHARGE-COUNT
           MOVE 0 TO PAYMENT-COUNT
           MOVE 0 TO REVERSAL-COUNT
           MOVE 0 TO NEW-ACCOUNT-COUNT
           MOVE 0 TO BAL-OVERFLOW-COUNT
           MOVE 0 TO CHARGES-POSTED
           MOVE 0 TO PAYMENTS-POSTED
           MOVE 0 TO CHARGES-REVERSED
           MOVE 0 TO PAYMENTS-REVERSED
           MOVE "CASH" TO MT-CODE(1)
           MOVE "CHEK" TO MT-CODE(2)
           MOVE "CARD" TO MT-CODE(3)
           MOVE "OTHR" TO MT-CODE(4)
           PERFORM VARYING METHOD-IDX FROM 1 BY 1 UNTIL METHOD-IDX > 4
               MOVE 0 TO MT-RECEIVED(METHOD-IDX)
               MOVE 0 TO MT-RETURNED(METHOD-IDX)
           END-PERFORM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "STUDENT FEE POSTING RUN"
           PERFORM LOAD-FEE-TRANS-TABLE
      *>   Rewriting either file from its table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF FTX-FILE-COUNT > 2000
               DISPLAY "TOO MANY UNPOSTED FEE TRANSACTIONS ("
                       FTX-FILE-COUNT ") -- RUN ABORTED, FILES "
                       "UNCHANGED"
               GOBACK
           END-IF
           IF FTX-COUNT = 0
               DISPLAY "NO FEE TRANSACTIONS WAITING -- NOTHING TO POST"
               PERFORM WRITE-AUDIT-RECORD
               PERFORM DISPLAY-CONTROL-TOTALS
               GOBACK
           END-IF
           PERFORM LOAD-FEE-BALANCE-TABLE
           IF BAL-FILE-COUNT > 5000
               DISPLAY "TOO MANY FEE BALANCE RECORDS ("
                       BAL-FILE-COUNT ") -- RUN ABORTED, FILES "
                       "UNCHANGED"
               GOBACK
           END-IF
           IF NOT BAK-PROCEED
               DISPLAY "FEEBAL BACKUP COULD NOT BE TAKEN -- RUN "
                       "ABORTED, NOTHING POSTED, FILES UNCHANGED"
               GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "00"
               SET MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING -- NO MASTER ON FILE, EVERY "
                       "TRANSACTION WILL BE REJECTED"
           END-IF
           PERFORM FIND-REVERSED-ITEMS
           OPEN EXTEND FEE-LEDGER-FILE
           IF FEE-LEDGER-STATUS = "35"
               OPEN OUTPUT FEE-LEDGER-FILE
           END-IF
           OPEN OUTPUT CASH-REPORT-FILE
           PERFORM WRITE-CASH-HEADINGS
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT
               PERFORM POST-ONE-TRANSACTION
           END-PERFORM
           CLOSE FEE-LEDGER-FILE
           IF MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF
           PERFORM WRITE-METHOD-TOTALS
           PERFORM REWRITE-FEE-BALANCE-FILE
           PERFORM WRITE-BALANCING-PROOF
           PERFORM WRITE-REJECT-LISTING
           CLOSE CASH-REPORT-FILE
           PERFORM REWRITE-FEE-TRANS-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-FEE-TRANS-TABLE.
           MOVE "N" TO FEE-TRANS-EOF-SW
           MOVE 0 TO FTX-FILE-COUNT
           MOVE 0 TO FTX-COUNT
           OPEN INPUT FEE-TRANS-FILE
           IF FEE-TRANS-STATUS = "35"
               DISPLAY "NO FEE TRANSACTIONS ON FILE -- FEETRAN NOT "
                       "FOUND"
           ELSE
               READ FEE-TRANS-FILE
                   AT END SET FEE-TRANS-EOF TO TRUE
               END-READ
               PERFORM UNTIL FEE-TRANS-EOF
                   ADD 1 TO FTX-FILE-COUNT
                   IF FTX-FILE-COUNT <= 2000
                       MOVE FEE-TRANS-FD-RECORD
                               TO FTX-RECORD(FTX-FILE-COUNT)
                       MOVE "N" TO FTX-POSTED-SW(FTX-FILE-COUNT)
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
           DISPLAY "FEE TRANSACTIONS LOADED . . . " FTX-COUNT.

      *>   The live balances are streamed through a FILEBACK generation
      *>   as they are loaded, so the copy is cataloged before FEEBAL
      *>   is touched.  A first run with no FEEBAL has nothing to back
      *>   up.
       LOAD-FEE-BALANCE-TABLE.
           MOVE "N" TO FEE-BALANCE-EOF-SW
           MOVE 0 TO BAL-FILE-COUNT
           MOVE 0 TO BAL-COUNT
           MOVE 0 TO OPENING-DEBITS
           MOVE 0 TO OPENING-CREDITS
           OPEN INPUT FEE-BALANCE-FILE
           IF FEE-BALANCE-STATUS = "35"
               DISPLAY "NO FEE BALANCES ON FILE -- FEEBAL WILL BE "
                       "CREATED"
               SET BAK-PROCEED TO TRUE
           ELSE
               MOVE "FEEBAL" TO BAK-FILE-ID
               MOVE "O" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
               IF BAK-PROCEED
                   READ FEE-BALANCE-FILE
                       AT END SET FEE-BALANCE-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL FEE-BALANCE-EOF
                       ADD 1 TO BAL-FILE-COUNT
                       MOVE FEE-BALANCE-RECORD TO BAK-RECORD
                       MOVE "W" TO BAK-FUNCTION
                       CALL "FILEBACK" USING BAK-FILE-ID,
                               BAK-FUNCTION, BAK-RECORD,
                               BAK-PROCEED-SW
                       ADD FB-DEBIT-TOTAL TO OPENING-DEBITS
                       ADD FB-CREDIT-TOTAL TO OPENING-CREDITS
                       IF BAL-FILE-COUNT <= 5000
                           MOVE FB-STUDENT-ID
                                   TO BT-STUDENT-ID(BAL-FILE-COUNT)
                           MOVE FB-DEBIT-TOTAL
                                   TO BT-DEBIT-TOTAL(BAL-FILE-COUNT)
                           MOVE FB-CREDIT-TOTAL
                                   TO BT-CREDIT-TOTAL(BAL-FILE-COUNT)
                           MOVE FB-LAST-ACTIVITY
                                   TO BT-LAST-ACTIVITY(BAL-FILE-COUNT)
                           MOVE FB-LAST-PAYMENT
                                   TO BT-LAST-PAYMENT(BAL-FILE-COUNT)
                       END-IF
                       READ FEE-BALANCE-FILE
                           AT END SET FEE-BALANCE-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   MOVE "C" TO BAK-FUNCTION
                   CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                           BAK-RECORD, BAK-PROCEED-SW
               END-IF
               CLOSE FEE-BALANCE-FILE
               IF BAL-FILE-COUNT <= 5000
                   MOVE BAL-FILE-COUNT TO BAL-COUNT
               END-IF
           END-IF
           DISPLAY "FEE ACCOUNTS LOADED . . . . . " BAL-COUNT.

      *>   One pass of the ledger picks up the item each reversal in
      *>   this run names, and whether it has already been reversed.
       FIND-REVERSED-ITEMS.
           MOVE 0 TO RVT-COUNT
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT
               MOVE FTX-RECORD(FTX-IDX) TO FEE-TRANS-RECORD
               IF FE-REVERSAL
                   MOVE FE-REVERSES TO SEEK-REFERENCE
                   PERFORM LOOK-UP-REVERSED-ITEM
                   IF RVT-FOUND-IDX = 0
                       ADD 1 TO RVT-COUNT
                       MOVE FE-REVERSES TO RV-REFERENCE(RVT-COUNT)
                       MOVE "N" TO RV-FOUND-SW(RVT-COUNT)
                       MOVE "N" TO RV-REVERSED-SW(RVT-COUNT)
                       MOVE 0 TO RV-STUDENT-ID(RVT-COUNT)
                       MOVE SPACE TO RV-TRANS-TYPE(RVT-COUNT)
                       MOVE SPACES TO RV-FEE-CODE(RVT-COUNT)
                       MOVE 0 TO RV-AMOUNT(RVT-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF RVT-COUNT > 0
               MOVE "N" TO FEE-LEDGER-EOF-SW
               OPEN INPUT FEE-LEDGER-FILE
               IF FEE-LEDGER-STATUS NOT = "35"
                   READ FEE-LEDGER-FILE
                       AT END SET FEE-LEDGER-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL FEE-LEDGER-EOF
                       MOVE FEE-LEDGER-FD-RECORD TO FEE-TRANS-RECORD
                       PERFORM NOTE-ONE-LEDGER-ITEM
                       READ FEE-LEDGER-FILE
                           AT END SET FEE-LEDGER-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE FEE-LEDGER-FILE
               END-IF
           END-IF.

       NOTE-ONE-LEDGER-ITEM.
           IF FE-REVERSAL
               MOVE FE-REVERSES TO SEEK-REFERENCE
           ELSE
               MOVE FE-REFERENCE TO SEEK-REFERENCE
           END-IF
           PERFORM LOOK-UP-REVERSED-ITEM
           IF RVT-FOUND-IDX > 0
               IF FE-REVERSAL
                   MOVE "Y" TO RV-REVERSED-SW(RVT-FOUND-IDX)
               ELSE
                   MOVE "Y" TO RV-FOUND-SW(RVT-FOUND-IDX)
                   MOVE FE-STUDENT-ID TO RV-STUDENT-ID(RVT-FOUND-IDX)
                   MOVE FE-TRANS-TYPE TO RV-TRANS-TYPE(RVT-FOUND-IDX)
                   MOVE FE-FEE-CODE TO RV-FEE-CODE(RVT-FOUND-IDX)
                   MOVE FE-AMOUNT TO RV-AMOUNT(RVT-FOUND-IDX)
               END-IF
           END-IF.

       LOOK-UP-REVERSED-ITEM.
           MOVE 0 TO RVT-FOUND-IDX
           PERFORM VARYING RVT-IDX FROM 1 BY 1
                   UNTIL RVT-IDX > RVT-COUNT OR RVT-FOUND-IDX > 0
               IF RV-REFERENCE(RVT-IDX) = SEEK-REFERENCE
                   MOVE RVT-IDX TO RVT-FOUND-IDX
               END-IF
           END-PERFORM.

       POST-ONE-TRANSACTION.
           MOVE FTX-RECORD(FTX-IDX) TO FEE-TRANS-RECORD
           MOVE SPACES TO REJECT-CODE
           EVALUATE TRUE
               WHEN FE-CHARGE
                   IF NOT FE-CHARGE-CODE-VALID
                       MOVE "CODE" TO REJECT-CODE
                   END-IF
               WHEN FE-PAYMENT
                   IF NOT FE-PAYMENT-CODE-VALID
                       MOVE "CODE" TO REJECT-CODE
                   END-IF
               WHEN FE-REVERSAL
                   PERFORM CHECK-ONE-REVERSAL
               WHEN OTHER
                   MOVE "TYPE" TO REJECT-CODE
           END-EVALUATE
           IF REJECT-CODE = SPACES
               IF FE-AMOUNT NOT NUMERIC OR FE-AMOUNT = 0
                   MOVE "AMNT" TO REJECT-CODE
               END-IF
           END-IF
           IF REJECT-CODE = SPACES
               MOVE "N" TO DATE-VALID-SW
               IF FE-TRANS-DATE IS NUMERIC
                   MOVE FE-TRANS-DATE TO DATE-DIGITS
                   CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                           DATE-VALID-SW
               END-IF
               IF NOT DATE-IS-VALID OR FE-TRANS-DATE > RUN-DATE
                   MOVE "BDAT" TO REJECT-CODE
               END-IF
           END-IF
           IF REJECT-CODE = SPACES
               IF NOT MASTER-OPEN
                   MOVE "NENR" TO REJECT-CODE
               ELSE
                   MOVE FE-STUDENT-ID TO EM-STUDENT-ID
                   READ MASTER-FILE KEY IS EM-STUDENT-ID
                       INVALID KEY MOVE "NENR" TO REJECT-CODE
                   END-READ
               END-IF
           END-IF
           IF REJECT-CODE = SPACES
               PERFORM APPLY-ONE-TRANSACTION
           ELSE
               MOVE REJECT-CODE TO FE-REJECT-CODE
               MOVE FEE-TRANS-RECORD TO FTX-RECORD(FTX-IDX)
               ADD 1 TO REJECTED-COUNT
           END-IF.

      *>   A reversal takes everything but its own date, reference and
      *>   reason from the item it undoes.  An item posted earlier in
      *>   this run can be reversed too.
       CHECK-ONE-REVERSAL.
           MOVE FE-REVERSES TO SEEK-REFERENCE
           PERFORM LOOK-UP-REVERSED-ITEM
           IF NOT RV-FOUND(RVT-FOUND-IDX)
               PERFORM VARYING FTX-SCAN-IDX FROM 1 BY 1
                       UNTIL FTX-SCAN-IDX >= FTX-IDX
                           OR RV-FOUND(RVT-FOUND-IDX)
                   IF FTX-POSTED(FTX-SCAN-IDX)
                           AND FTX-RECORD(FTX-SCAN-IDX)(28:16)
                               = SEEK-REFERENCE
                           AND FTX-RECORD(FTX-SCAN-IDX)(8:1) NOT = "R"
                       MOVE "Y" TO RV-FOUND-SW(RVT-FOUND-IDX)
                       MOVE FTX-RECORD(FTX-SCAN-IDX)(1:7)
                               TO RV-STUDENT-ID(RVT-FOUND-IDX)
                       MOVE FTX-RECORD(FTX-SCAN-IDX)(8:1)
                               TO RV-TRANS-TYPE(RVT-FOUND-IDX)
                       MOVE FTX-RECORD(FTX-SCAN-IDX)(9:4)
                               TO RV-FEE-CODE(RVT-FOUND-IDX)
                       MOVE FTX-RECORD(FTX-SCAN-IDX)(21:7)
                               TO RV-AMOUNT(RVT-FOUND-IDX)
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT RV-FOUND(RVT-FOUND-IDX)
                   MOVE "NORG" TO REJECT-CODE
               WHEN RV-REVERSED(RVT-FOUND-IDX)
                   MOVE "RVSD" TO REJECT-CODE
               WHEN OTHER
                   MOVE RV-STUDENT-ID(RVT-FOUND-IDX) TO FE-STUDENT-ID
                   MOVE RV-TRANS-TYPE(RVT-FOUND-IDX)
                           TO FE-REVERSED-TYPE
                   MOVE RV-FEE-CODE(RVT-FOUND-IDX) TO FE-FEE-CODE
                   MOVE RV-AMOUNT(RVT-FOUND-IDX) TO FE-AMOUNT
           END-EVALUATE.

       APPLY-ONE-TRANSACTION.
           MOVE RUN-DATE TO FE-POSTED-DATE
           MOVE SPACES TO FE-REJECT-CODE
           WRITE FEE-LEDGER-FD-RECORD FROM FEE-TRANS-RECORD
           MOVE FEE-TRANS-RECORD TO FTX-RECORD(FTX-IDX)
           MOVE "Y" TO FTX-POSTED-SW(FTX-IDX)
           ADD 1 TO POSTED-COUNT
           MOVE 0 TO DEBIT-AMOUNT
           MOVE 0 TO CREDIT-AMOUNT
           EVALUATE TRUE
               WHEN FE-CHARGE
                   ADD 1 TO CHARGE-COUNT
                   ADD FE-AMOUNT TO CHARGES-POSTED
                   MOVE FE-AMOUNT TO DEBIT-AMOUNT
               WHEN FE-PAYMENT
                   ADD 1 TO PAYMENT-COUNT
                   ADD FE-AMOUNT TO PAYMENTS-POSTED
                   MOVE FE-AMOUNT TO CREDIT-AMOUNT
                   PERFORM WRITE-CASH-DETAIL
               WHEN OTHER
                   ADD 1 TO REVERSAL-COUNT
                   MOVE "Y" TO RV-REVERSED-SW(RVT-FOUND-IDX)
                   IF FE-REVERSED-TYPE = "P"
                       ADD FE-AMOUNT TO PAYMENTS-REVERSED
                       MOVE FE-AMOUNT TO DEBIT-AMOUNT
                       PERFORM WRITE-CASH-DETAIL
                   ELSE
                       ADD FE-AMOUNT TO CHARGES-REVERSED
                       MOVE FE-AMOUNT TO CREDIT-AMOUNT
                   END-IF
           END-EVALUATE
           PERFORM UPDATE-STUDENT-BALANCE.

      *>   New accounts are slotted in student order so FEEBAL stays
      *>   sorted.
       UPDATE-STUDENT-BALANCE.
           MOVE 0 TO BAL-FOUND-IDX
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT OR BAL-FOUND-IDX > 0
               IF BT-STUDENT-ID(BAL-IDX) >= FE-STUDENT-ID
                   MOVE BAL-IDX TO BAL-FOUND-IDX
               END-IF
           END-PERFORM
           IF BAL-FOUND-IDX = 0
               OR BT-STUDENT-ID(BAL-FOUND-IDX) NOT = FE-STUDENT-ID
               IF BAL-COUNT >= 5000
                   ADD 1 TO BAL-OVERFLOW-COUNT
                   DISPLAY "FEE ACCOUNT TABLE FULL -- STUDENT "
                           FE-STUDENT-ID " POSTED TO THE LEDGER ONLY"
                   MOVE 0 TO BAL-FOUND-IDX
               ELSE
                   IF BAL-FOUND-IDX = 0
                       COMPUTE BAL-FOUND-IDX = BAL-COUNT + 1
                   ELSE
                       PERFORM VARYING BAL-SHIFT-IDX FROM BAL-COUNT
                               BY -1 UNTIL BAL-SHIFT-IDX < BAL-FOUND-IDX
                           MOVE BAL-ENTRY(BAL-SHIFT-IDX)
                                   TO BAL-ENTRY(BAL-SHIFT-IDX + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO BAL-COUNT
                   ADD 1 TO NEW-ACCOUNT-COUNT
                   MOVE FE-STUDENT-ID TO BT-STUDENT-ID(BAL-FOUND-IDX)
                   MOVE 0 TO BT-DEBIT-TOTAL(BAL-FOUND-IDX)
                   MOVE 0 TO BT-CREDIT-TOTAL(BAL-FOUND-IDX)
                   MOVE 0 TO BT-LAST-ACTIVITY(BAL-FOUND-IDX)
                   MOVE 0 TO BT-LAST-PAYMENT(BAL-FOUND-IDX)
               END-IF
           END-IF
           IF BAL-FOUND-IDX > 0
               ADD DEBIT-AMOUNT TO BT-DEBIT-TOTAL(BAL-FOUND-IDX)
               ADD CREDIT-AMOUNT TO BT-CREDIT-TOTAL(BAL-FOUND-IDX)
               IF FE-TRANS-DATE > BT-LAST-ACTIVITY(BAL-FOUND-IDX)
                   MOVE FE-TRANS-DATE
                           TO BT-LAST-ACTIVITY(BAL-FOUND-IDX)
               END-IF
               IF FE-PAYMENT
                       AND FE-TRANS-DATE > BT-LAST-PAYMENT(BAL-FOUND-IDX)
                   MOVE FE-TRANS-DATE TO BT-LAST-PAYMENT(BAL-FOUND-IDX)
               END-IF
           END-IF.

       REWRITE-FEE-BALANCE-FILE.
           MOVE 0 TO CLOSING-DEBITS
           MOVE 0 TO CLOSING-CREDITS
           OPEN OUTPUT FEE-BALANCE-FILE
           PERFORM VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > BAL-COUNT
               MOVE BT-STUDENT-ID(BAL-IDX) TO FB-STUDENT-ID
               MOVE BT-DEBIT-TOTAL(BAL-IDX) TO FB-DEBIT-TOTAL
               MOVE BT-CREDIT-TOTAL(BAL-IDX) TO FB-CREDIT-TOTAL
               MOVE BT-LAST-ACTIVITY(BAL-IDX) TO FB-LAST-ACTIVITY
               MOVE BT-LAST-PAYMENT(BAL-IDX) TO FB-LAST-PAYMENT
               WRITE FEE-BALANCE-RECORD
               ADD FB-DEBIT-TOTAL TO CLOSING-DEBITS
               ADD FB-CREDIT-TOTAL TO CLOSING-CREDITS
           END-PERFORM
           CLOSE FEE-BALANCE-FILE.

      *>   Only the rejects are written back; everything posted now
      *>   lives on the ledger.
       REWRITE-FEE-TRANS-FILE.
           OPEN OUTPUT FEE-TRANS-FILE
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT
               IF NOT FTX-POSTED(FTX-IDX)
                   WRITE FEE-TRANS-FD-RECORD FROM FTX-RECORD(FTX-IDX)
               END-IF
           END-PERFORM
           CLOSE FEE-TRANS-FILE.

       WRITE-CASH-HEADINGS.
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "FEE CASH RECEIPTS AND BALANCING  POSTED " RUN-DATE
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "REFERENCE        STUDENT MTHD DATE         AMOUNT"
               TO CASH-REPORT-LINE
           MOVE "KEYED BY DESCRIPTION" TO CASH-REPORT-LINE(51:20)
           WRITE CASH-REPORT-LINE
           MOVE ALL "-" TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE.

      *>   A reversed payment is money handed back, so it prints
      *>   negative and comes off its method's total.
       WRITE-CASH-DETAIL.
           MOVE FE-REFERENCE TO CS-REFERENCE
           MOVE FE-STUDENT-ID TO CS-STUDENT-ID
           MOVE FE-FEE-CODE TO CS-METHOD
           MOVE FE-TRANS-DATE TO CS-TRANS-DATE
           MOVE FE-OPERATOR TO CS-OPERATOR
           MOVE FE-DESCRIPTION TO CS-DESCRIPTION
           PERFORM VARYING METHOD-IDX FROM 1 BY 1
                   UNTIL METHOD-IDX > 3
                       OR MT-CODE(METHOD-IDX) = FE-FEE-CODE
               CONTINUE
           END-PERFORM
           IF FE-REVERSAL
               COMPUTE CS-AMOUNT = 0 - FE-AMOUNT
               ADD FE-AMOUNT TO MT-RETURNED(METHOD-IDX)
           ELSE
               MOVE FE-AMOUNT TO CS-AMOUNT
               ADD FE-AMOUNT TO MT-RECEIVED(METHOD-IDX)
           END-IF
           WRITE CASH-REPORT-LINE FROM CASH-DETAIL.

       WRITE-METHOD-TOTALS.
           IF PAYMENT-COUNT = 0 AND PAYMENTS-REVERSED = 0
               MOVE "NO PAYMENTS POSTED" TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
           END-IF
           MOVE ALL "-" TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "NET RECEIPTS BY METHOD     RECEIVED       RETURNED"
               TO CASH-REPORT-LINE
           MOVE "NET" TO CASH-REPORT-LINE(63:3)
           WRITE CASH-REPORT-LINE
           MOVE 0 TO NET-RECEIPTS
           PERFORM VARYING METHOD-IDX FROM 1 BY 1 UNTIL METHOD-IDX > 4
               MOVE SPACES TO CASH-REPORT-LINE
               MOVE MT-CODE(METHOD-IDX) TO CASH-REPORT-LINE(5:4)
               MOVE MT-RECEIVED(METHOD-IDX) TO TOTAL-DISPLAY
               MOVE TOTAL-DISPLAY TO CASH-REPORT-LINE(22:14)
               MOVE MT-RETURNED(METHOD-IDX) TO TOTAL-DISPLAY
               MOVE TOTAL-DISPLAY TO CASH-REPORT-LINE(37:14)
               COMPUTE NET-DISPLAY = MT-RECEIVED(METHOD-IDX)
                       - MT-RETURNED(METHOD-IDX)
               MOVE NET-DISPLAY TO CASH-REPORT-LINE(52:15)
               WRITE CASH-REPORT-LINE
           END-PERFORM
           COMPUTE NET-RECEIPTS = PAYMENTS-POSTED - PAYMENTS-REVERSED
           MOVE SPACES TO CASH-REPORT-LINE
           MOVE "TOTAL" TO CASH-REPORT-LINE(5:5)
           MOVE PAYMENTS-POSTED TO TOTAL-DISPLAY
           MOVE TOTAL-DISPLAY TO CASH-REPORT-LINE(22:14)
           MOVE PAYMENTS-REVERSED TO TOTAL-DISPLAY
           MOVE TOTAL-DISPLAY TO CASH-REPORT-LINE(37:14)
           MOVE NET-RECEIPTS TO NET-DISPLAY
           MOVE NET-DISPLAY TO CASH-REPORT-LINE(52:15)
           WRITE CASH-REPORT-LINE.

      *>   The proof works from the run's own posting totals; the
      *>   closing figure is summed independently from the rewritten
      *>   FEEBAL, so a posting that missed an account shows here.
       WRITE-BALANCING-PROOF.
           COMPUTE OPENING-NET = OPENING-DEBITS - OPENING-CREDITS
           COMPUTE PROVED-NET = OPENING-NET + CHARGES-POSTED
                   + PAYMENTS-REVERSED - PAYMENTS-POSTED
                   - CHARGES-REVERSED
           COMPUTE CLOSING-NET = CLOSING-DEBITS - CLOSING-CREDITS
           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "BALANCING PROOF (BALANCE OUTSTANDING, ALL ACCOUNTS)"
               TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE ALL "-" TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "OPENING BALANCE OUTSTANDING . . . . . ."
               TO PL-CAPTION
           MOVE OPENING-NET TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE "  PLUS CHARGES POSTED . . . . . . . . ."
               TO PL-CAPTION
           MOVE CHARGES-POSTED TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE "  PLUS PAYMENTS REVERSED  . . . . . . ."
               TO PL-CAPTION
           MOVE PAYMENTS-REVERSED TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE "  LESS PAYMENTS POSTED  . . . . . . . ."
               TO PL-CAPTION
           MOVE PAYMENTS-POSTED TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE "  LESS CHARGES REVERSED . . . . . . . ."
               TO PL-CAPTION
           MOVE CHARGES-REVERSED TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE "PROVED CLOSING BALANCE  . . . . . . . ."
               TO PL-CAPTION
           MOVE PROVED-NET TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE "CLOSING BALANCE PER FEEBAL  . . . . . ."
               TO PL-CAPTION
           MOVE CLOSING-NET TO PL-AMOUNT
           WRITE CASH-REPORT-LINE FROM PROOF-LINE
           MOVE SPACES TO CASH-REPORT-LINE
           IF PROVED-NET = CLOSING-NET
               MOVE "    *** IN BALANCE ***" TO CASH-REPORT-LINE
           ELSE
               MOVE "    *** OUT OF BALANCE -- DO NOT BANK UNTIL "
                   TO CASH-REPORT-LINE
               MOVE "RESOLVED ***" TO CASH-REPORT-LINE(45:12)
               DISPLAY "WARNING -- FEE POSTING OUT OF BALANCE, SEE "
                       "FEECASH"
           END-IF
           WRITE CASH-REPORT-LINE.

       WRITE-REJECT-LISTING.
           MOVE SPACES TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "TRANSACTIONS REJECTED (LEFT ON FEETRAN FOR CORRECTION)"
               TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "REFERENCE        STUDENT T CODE DATE        AMOUNT"
               TO CASH-REPORT-LINE
           MOVE "WHY  KEYED BY" TO CASH-REPORT-LINE(53:13)
           WRITE CASH-REPORT-LINE
           MOVE ALL "-" TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           PERFORM VARYING FTX-IDX FROM 1 BY 1
                   UNTIL FTX-IDX > FTX-COUNT
               IF NOT FTX-POSTED(FTX-IDX)
                   MOVE FTX-RECORD(FTX-IDX) TO FEE-TRANS-RECORD
                   MOVE FE-REFERENCE TO RJ-REFERENCE
                   MOVE FE-STUDENT-ID TO RJ-STUDENT-ID
                   MOVE FE-TRANS-TYPE TO RJ-TRANS-TYPE
                   MOVE FE-FEE-CODE TO RJ-FEE-CODE
                   MOVE FE-TRANS-DATE TO RJ-TRANS-DATE
                   IF FE-AMOUNT IS NUMERIC
                       MOVE FE-AMOUNT TO RJ-AMOUNT
                   ELSE
                       MOVE 0 TO RJ-AMOUNT
                   END-IF
                   MOVE FE-REJECT-CODE TO RJ-REJECT-CODE
                   MOVE FE-OPERATOR TO RJ-OPERATOR
                   WRITE CASH-REPORT-LINE FROM REJECT-DETAIL
               END-IF
           END-PERFORM
           IF REJECTED-COUNT = 0
               MOVE "NONE" TO CASH-REPORT-LINE
               WRITE CASH-REPORT-LINE
           END-IF
           MOVE ALL "-" TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE SPACES TO CASH-REPORT-LINE
           STRING "POSTED " POSTED-COUNT "   REJECTED " REJECTED-COUNT
               "   NEW ACCOUNTS " NEW-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE "(NENR=NOT ENROLLED  TYPE/CODE/AMNT/BDAT=BAD FIELD"
               TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE
           MOVE " NORG=NO ORIGINAL ON LEDGER  RVSD=ALREADY REVERSED)"
               TO CASH-REPORT-LINE
           WRITE CASH-REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "FEEPOST " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE FTX-COUNT TO AUD-READ-COUNT
           MOVE POSTED-COUNT TO AUD-WRITE-COUNT
           MOVE REJECTED-COUNT TO AUD-REJECT-COUNT
           COMPUTE AUD-GRAND-TOTAL = PAYMENTS-POSTED * 100
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "FEE TRANSACTIONS READ . . . " FTX-COUNT
           DISPLAY "CHARGES POSTED  . . . . . . " CHARGE-COUNT
           DISPLAY "PAYMENTS POSTED . . . . . . " PAYMENT-COUNT
           DISPLAY "REVERSALS POSTED  . . . . . " REVERSAL-COUNT
           DISPLAY "REJECTED, LEFT ON FEETRAN . " REJECTED-COUNT
           DISPLAY "NEW FEE ACCOUNTS  . . . . . " NEW-ACCOUNT-COUNT
           IF BAL-OVERFLOW-COUNT > 0
               DISPLAY "POSTED, NO ROOM ON FEEBAL . " BAL-OVERFLOW-COUNT
           END-IF
           DISPLAY "-------------------------------------------".
