           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEESTMT.
      *>****************************************************************
      *> Monthly student fee statements and the fee hold list.  The
      *> permanent FEELEDG ledger is sorted by student and date up to
      *> the statement date, and each student's account is rebuilt
      *> from it:
      *>   - the balance brought forward from before the first of the
      *>     statement month, then that month's activity line by line;
      *>   - the balance due, aged 30/60/90 days.  Payments settle the
      *>     oldest charges first; a reversed charge is taken off the
      *>     charge it reverses; a reversed payment is a new debit on
      *>     the day it was reversed.
      *> A statement goes to FEESTMT only when something is owed, and
      *> it is addressed to the guardian from the GUARDIAN master the
      *> same way LETTERS addresses its mailings, with a hand-address
      *> exception page at the end.  Any student owing more than the
      *> FEE-HOLD-LIMIT on RUNPARMS is listed on FEEHOLD with the
      *> amount over 90 days.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-LEDGER-FILE ASSIGN TO "FEELEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-LEDGER-STATUS.
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
           SELECT LETTER-FILE ASSIGN TO "FEESTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           SELECT HOLD-REPORT-FILE ASSIGN TO "FEEHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-LEDGER-FILE.
       01 FEE-LEDGER-FD-RECORD PIC X(100).

       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD  HOLD-REPORT-FILE.
       01 HOLD-REPORT-LINE PIC X(80).

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-TRANS-DATE PIC 9(8).
               03 SR-REFERENCE PIC 9(16).
           02 SR-LEDGER-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 FEE-LEDGER-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 LETTER-STATUS PIC XX VALUE "00".
       01 HOLD-REPORT-STATUS PIC XX VALUE "00".
       01 FEE-LEDGER-EOF-SW PIC X(1) VALUE "N".
           88 FEE-LEDGER-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 GUARD-CHECK-SW PIC X(1) VALUE "N".
           88 GUARD-CHECK-ON VALUE "Y".
       01 GUARD-FOUND-SW PIC X(1) VALUE "N".
           88 GUARD-FOUND VALUE "Y".
           88 GUARD-NOT-FOUND VALUE "N".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       COPY FEETREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 STATEMENT-DATE-IN PIC X(8) VALUE SPACES.
       01 STATEMENT-DATE PIC 9(8) VALUE 0.
       01 STATEMENT-DAY-NUM PIC 9(8) VALUE 0.
       01 MONTH-START PIC 9(8) VALUE 0.
       01 DATE-DIGITS PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 AGE-DAYS PIC 9(8) VALUE 0.

       01 CURRENT-KEY PIC 9(7) VALUE 0.
       01 CK-STUDENT-ID PIC 9(7) VALUE 0.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 CK-SSN-MASKED PIC X(11) VALUE SPACES.
       01 CK-DEBITS PIC 9(7)V99 VALUE 0.
       01 CK-CREDITS PIC 9(7)V99 VALUE 0.
       01 CK-PRIOR-DEBITS PIC 9(7)V99 VALUE 0.
       01 CK-PRIOR-CREDITS PIC 9(7)V99 VALUE 0.
       01 CK-UNAPPLIED PIC 9(7)V99 VALUE 0.
       01 CK-LAST-PAYMENT PIC 9(8) VALUE 0.
       01 CK-BALANCE PIC S9(7)V99 VALUE 0.
       01 CK-PRIOR-BALANCE PIC S9(7)V99 VALUE 0.
       01 CK-AGE-CURRENT PIC 9(7)V99 VALUE 0.
       01 CK-AGE-31-60 PIC 9(7)V99 VALUE 0.
       01 CK-AGE-61-90 PIC 9(7)V99 VALUE 0.
       01 CK-AGE-OVER-90 PIC 9(7)V99 VALUE 0.

      *>   One student's charges (and reversed payments), oldest
      *>   first, each with what is still open on it.
       01 DEBIT-COUNT PIC 9(3) VALUE 0.
       01 DEBIT-TABLE.
           02 DEBIT-ENTRY OCCURS 300 TIMES.
               03 DT-REFERENCE PIC 9(16).
               03 DT-TRANS-DATE PIC 9(8).
               03 DT-OPEN-AMOUNT PIC 9(5)V99.
       01 DEBIT-IDX PIC 9(3) VALUE 0.
       01 DEBIT-FOUND-IDX PIC 9(3) VALUE 0.
       01 APPLY-AMOUNT PIC 9(7)V99 VALUE 0.

      *>   The statement month's activity for one student.
       01 ACTIVITY-COUNT PIC 9(3) VALUE 0.
       01 ACTIVITY-TABLE.
           02 ACTIVITY-ENTRY OCCURS 60 TIMES.
               03 AT-LEDGER-RECORD PIC X(100).
       01 ACTIVITY-IDX PIC 9(3) VALUE 0.
       01 ACTIVITY-OVERFLOW-COUNT PIC 9(3) VALUE 0.

       01 NO-GUARDIAN-COUNT PIC 9(5) VALUE 0.
       01 NO-GUARDIAN-LIST-COUNT PIC 9(3) VALUE 0.
       01 NO-GUARDIAN-TABLE.
           02 NO-GUARDIAN-ENTRY PIC X(42) OCCURS 100 TIMES.
       01 NO-GUARDIAN-IDX PIC 9(3) VALUE 0.
       01 CITY-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-IDX PIC 9(3) COMP VALUE 0.

       01 LEDGER-READ-COUNT PIC 9(7) VALUE 0.
       01 ACCOUNT-COUNT PIC 9(5) VALUE 0.
       01 STATEMENT-COUNT PIC 9(5) VALUE 0.
       01 PAID-UP-COUNT PIC 9(5) VALUE 0.
       01 HOLD-COUNT PIC 9(5) VALUE 0.
       01 DEBIT-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 TOTAL-DUE PIC 9(9)V99 VALUE 0.
       01 TOTAL-HOLD PIC 9(9)V99 VALUE 0.
       01 TOTAL-OVER-90 PIC 9(9)V99 VALUE 0.

       01 TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 BALANCE-DISPLAY PIC ZZZ,ZZ9.99-.

       01 ACTIVITY-DETAIL.
           02 AD-TRANS-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-REFERENCE PIC 9(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-ITEM PIC X(13).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-DESCRIPTION PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-CHARGE PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-CREDIT PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
       01 AGING-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AG-CURRENT PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AG-31-60 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AG-61-90 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AG-OVER-90 PIC ZZZ,ZZ9.99.
       01 HOLD-DETAIL.
           02 HD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 HD-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 HD-BALANCE PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-OVER-90 PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 HD-LAST-PAYMENT PIC 9(8) BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       FEESTMT-DRIVER.
           MOVE 0 TO LEDGER-READ-COUNT
           MOVE 0 TO ACCOUNT-COUNT
           MOVE 0 TO STATEMENT-COUNT
           MOVE 0 TO PAID-UP-COUNT
           MOVE 0 TO HOLD-COUNT
           MOVE 0 TO DEBIT-OVERFLOW-COUNT
           MOVE 0 TO NO-GUARDIAN-COUNT
           MOVE 0 TO NO-GUARDIAN-LIST-COUNT
           MOVE 0 TO TOTAL-DUE
           MOVE 0 TO TOTAL-HOLD
           MOVE 0 TO TOTAL-OVER-90
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "STUDENT FEE STATEMENT RUN"
           DISPLAY "STATEMENT DATE (YYYYMMDD, BLANK=TODAY) "
                   WITH NO ADVANCING
           ACCEPT STATEMENT-DATE-IN
           MOVE RUN-DATE TO STATEMENT-DATE
           IF STATEMENT-DATE-IN NOT = SPACES
               MOVE "N" TO DATE-VALID-SW
               IF STATEMENT-DATE-IN IS NUMERIC
                   MOVE STATEMENT-DATE-IN TO DATE-DIGITS
                   CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                           DATE-VALID-SW
               END-IF
               IF DATE-IS-VALID
                   MOVE DATE-DIGITS TO STATEMENT-DATE
               ELSE
                   DISPLAY "INVALID DATE -- USING TODAY"
               END-IF
           END-IF
           MOVE STATEMENT-DATE TO DATE-DIGITS
           CALL "DAYSCALC" USING DATE-DIGITS, STATEMENT-DAY-NUM,
                   DATE-VALID-SW
           MOVE STATEMENT-DATE TO MONTH-START
           MOVE "01" TO MONTH-START(7:2)
           OPEN INPUT FEE-LEDGER-FILE
           IF FEE-LEDGER-STATUS = "35"
               DISPLAY "NO FEE LEDGER ON FILE -- FEELEDG NOT FOUND, "
                       "RUN FEEPOST FIRST"
               GOBACK
           END-IF
           CLOSE FEE-LEDGER-FILE
           PERFORM OPEN-GUARDIAN-FILE
           PERFORM OPEN-MASTER-FOR-NAMES
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HOLD-REPORT-FILE
           PERFORM WRITE-HOLD-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-LEDGER-ITEMS
               OUTPUT PROCEDURE IS STATE-SORTED-ACCOUNTS
           PERFORM WRITE-HOLD-TOTALS
           CLOSE HOLD-REPORT-FILE
           PERFORM PRINT-NO-GUARDIAN-EXCEPTIONS
           CLOSE LETTER-FILE
           PERFORM CLOSE-GUARDIAN-FILE
           PERFORM CLOSE-MASTER-FOR-NAMES
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   Anything dated after the statement date waits for next
      *>   month's run.
       RELEASE-LEDGER-ITEMS.
           MOVE "N" TO FEE-LEDGER-EOF-SW
           OPEN INPUT FEE-LEDGER-FILE
           READ FEE-LEDGER-FILE
               AT END SET FEE-LEDGER-EOF TO TRUE
           END-READ
           PERFORM UNTIL FEE-LEDGER-EOF
               ADD 1 TO LEDGER-READ-COUNT
               MOVE FEE-LEDGER-FD-RECORD TO FEE-TRANS-RECORD
               IF FE-TRANS-DATE <= STATEMENT-DATE
                   MOVE FE-STUDENT-ID TO SR-STUDENT-ID
                   MOVE FE-TRANS-DATE TO SR-TRANS-DATE
                   MOVE FE-REFERENCE TO SR-REFERENCE
                   MOVE FEE-TRANS-RECORD TO SR-LEDGER-RECORD
                   RELEASE SORT-RECORD
               END-IF
               READ FEE-LEDGER-FILE
                   AT END SET FEE-LEDGER-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE FEE-LEDGER-FILE.

       STATE-SORTED-ACCOUNTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE 0 TO CURRENT-KEY
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-STUDENT-ID NOT = CURRENT-KEY
                   IF CURRENT-KEY NOT = 0
                       PERFORM FINISH-ONE-ACCOUNT
                   END-IF
                   MOVE SR-STUDENT-ID TO CURRENT-KEY
                   PERFORM START-ONE-ACCOUNT
               END-IF
               MOVE SR-LEDGER-RECORD TO FEE-TRANS-RECORD
               PERFORM ACCUMULATE-ONE-ITEM
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-KEY NOT = 0
               PERFORM FINISH-ONE-ACCOUNT
           END-IF.

       START-ONE-ACCOUNT.
           MOVE SR-STUDENT-ID TO CK-STUDENT-ID
           MOVE 0 TO CK-DEBITS
           MOVE 0 TO CK-CREDITS
           MOVE 0 TO CK-PRIOR-DEBITS
           MOVE 0 TO CK-PRIOR-CREDITS
           MOVE 0 TO CK-UNAPPLIED
           MOVE 0 TO CK-LAST-PAYMENT
           MOVE 0 TO DEBIT-COUNT
           MOVE 0 TO ACTIVITY-COUNT
           MOVE 0 TO ACTIVITY-OVERFLOW-COUNT
           MOVE "(NOT ON MASTER)" TO CK-NAME
           MOVE SPACES TO CK-SSN-MASKED
           IF MASTER-CHECK-ON
               MOVE CK-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO CK-NAME
                       MOVE EM-SSN-MASKED TO CK-SSN-MASKED
               END-READ
           END-IF.

      *>   Charges and reversed payments are debits; payments and
      *>   reversed charges are credits.
       ACCUMULATE-ONE-ITEM.
           IF FE-CHARGE OR (FE-REVERSAL AND FE-REVERSED-TYPE = "P")
               ADD FE-AMOUNT TO CK-DEBITS
               IF FE-TRANS-DATE < MONTH-START
                   ADD FE-AMOUNT TO CK-PRIOR-DEBITS
               END-IF
               PERFORM ADD-ONE-DEBIT
           ELSE
               ADD FE-AMOUNT TO CK-CREDITS
               IF FE-TRANS-DATE < MONTH-START
                   ADD FE-AMOUNT TO CK-PRIOR-CREDITS
               END-IF
               IF FE-PAYMENT
                   MOVE FE-TRANS-DATE TO CK-LAST-PAYMENT
                   ADD FE-AMOUNT TO CK-UNAPPLIED
               ELSE
                   PERFORM TAKE-OFF-REVERSED-CHARGE
               END-IF
           END-IF
           IF FE-TRANS-DATE >= MONTH-START
               IF ACTIVITY-COUNT < 60
                   ADD 1 TO ACTIVITY-COUNT
                   MOVE FEE-TRANS-RECORD
                           TO AT-LEDGER-RECORD(ACTIVITY-COUNT)
               ELSE
                   ADD 1 TO ACTIVITY-OVERFLOW-COUNT
               END-IF
           END-IF.

      *>   A student with more charges than the table holds has the
      *>   excess carried on the newest entry, which only makes the
      *>   aging look younger than it is.
       ADD-ONE-DEBIT.
           IF DEBIT-COUNT < 300
               ADD 1 TO DEBIT-COUNT
               MOVE FE-REFERENCE TO DT-REFERENCE(DEBIT-COUNT)
               MOVE FE-TRANS-DATE TO DT-TRANS-DATE(DEBIT-COUNT)
               MOVE FE-AMOUNT TO DT-OPEN-AMOUNT(DEBIT-COUNT)
           ELSE
               ADD 1 TO DEBIT-OVERFLOW-COUNT
               ADD FE-AMOUNT TO DT-OPEN-AMOUNT(DEBIT-COUNT)
           END-IF.

       TAKE-OFF-REVERSED-CHARGE.
           MOVE 0 TO DEBIT-FOUND-IDX
           PERFORM VARYING DEBIT-IDX FROM 1 BY 1
                   UNTIL DEBIT-IDX > DEBIT-COUNT OR DEBIT-FOUND-IDX > 0
               IF DT-REFERENCE(DEBIT-IDX) = FE-REVERSES
                   MOVE DEBIT-IDX TO DEBIT-FOUND-IDX
               END-IF
           END-PERFORM
           IF DEBIT-FOUND-IDX > 0
                   AND DT-OPEN-AMOUNT(DEBIT-FOUND-IDX) >= FE-AMOUNT
               SUBTRACT FE-AMOUNT FROM DT-OPEN-AMOUNT(DEBIT-FOUND-IDX)
           ELSE
               ADD FE-AMOUNT TO CK-UNAPPLIED
           END-IF.

       FINISH-ONE-ACCOUNT.
           ADD 1 TO ACCOUNT-COUNT
           COMPUTE CK-BALANCE = CK-DEBITS - CK-CREDITS
           COMPUTE CK-PRIOR-BALANCE = CK-PRIOR-DEBITS - CK-PRIOR-CREDITS
           IF CK-BALANCE > 0
               PERFORM AGE-OPEN-CHARGES
               PERFORM PRINT-ONE-STATEMENT
               ADD 1 TO STATEMENT-COUNT
               ADD CK-BALANCE TO TOTAL-DUE
               IF CK-BALANCE > PARM-FEE-HOLD-LIMIT
                   PERFORM WRITE-HOLD-DETAIL
               END-IF
           ELSE
               ADD 1 TO PAID-UP-COUNT
           END-IF.

      *>   Payments settle the oldest open charges first; whatever is
      *>   left open is aged from the day it was charged.
       AGE-OPEN-CHARGES.
           MOVE 0 TO CK-AGE-CURRENT
           MOVE 0 TO CK-AGE-31-60
           MOVE 0 TO CK-AGE-61-90
           MOVE 0 TO CK-AGE-OVER-90
           PERFORM VARYING DEBIT-IDX FROM 1 BY 1
                   UNTIL DEBIT-IDX > DEBIT-COUNT
               IF CK-UNAPPLIED >= DT-OPEN-AMOUNT(DEBIT-IDX)
                   SUBTRACT DT-OPEN-AMOUNT(DEBIT-IDX) FROM CK-UNAPPLIED
                   MOVE 0 TO APPLY-AMOUNT
               ELSE
                   COMPUTE APPLY-AMOUNT = DT-OPEN-AMOUNT(DEBIT-IDX)
                           - CK-UNAPPLIED
                   MOVE 0 TO CK-UNAPPLIED
               END-IF
               IF APPLY-AMOUNT > 0
                   MOVE DT-TRANS-DATE(DEBIT-IDX) TO DATE-DIGITS
                   CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                           DATE-VALID-SW
                   IF DAY-NUM < STATEMENT-DAY-NUM
                       COMPUTE AGE-DAYS = STATEMENT-DAY-NUM - DAY-NUM
                   ELSE
                       MOVE 0 TO AGE-DAYS
                   END-IF
                   EVALUATE TRUE
                       WHEN AGE-DAYS <= 30
                           ADD APPLY-AMOUNT TO CK-AGE-CURRENT
                       WHEN AGE-DAYS <= 60
                           ADD APPLY-AMOUNT TO CK-AGE-31-60
                       WHEN AGE-DAYS <= 90
                           ADD APPLY-AMOUNT TO CK-AGE-61-90
                       WHEN OTHER
                           ADD APPLY-AMOUNT TO CK-AGE-OVER-90
                   END-EVALUATE
               END-IF
           END-PERFORM.

       PRINT-ONE-STATEMENT.
           MOVE 0 TO NAME-LEN
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 30
               IF CK-NAME(NAME-IDX:1) NOT = SPACE
                   MOVE NAME-IDX TO NAME-LEN
               END-IF
           END-PERFORM
           IF NAME-LEN = 0
               MOVE 1 TO NAME-LEN
           END-IF
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "TO THE PARENTS OR GUARDIANS OF "
               CK-NAME(1:NAME-LEN)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM MERGE-GUARDIAN-ADDRESS
           MOVE SPACES TO LETTER-LINE
           STRING "STUDENT ID " CK-STUDENT-ID
               "   STUDENT FEE STATEMENT AS OF " STATEMENT-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "DATE     REFERENCE        ITEM          DESCRIPTION"
               TO LETTER-LINE
           MOVE "CHARGES   CREDITS" TO LETTER-LINE(64:17)
           WRITE LETTER-LINE
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE "BALANCE BROUGHT FORWARD" TO LETTER-LINE(10:23)
           MOVE CK-PRIOR-BALANCE TO BALANCE-DISPLAY
           MOVE BALANCE-DISPLAY TO LETTER-LINE(61:11)
           WRITE LETTER-LINE
           PERFORM VARYING ACTIVITY-IDX FROM 1 BY 1
                   UNTIL ACTIVITY-IDX > ACTIVITY-COUNT
               MOVE AT-LEDGER-RECORD(ACTIVITY-IDX) TO FEE-TRANS-RECORD
               PERFORM WRITE-ACTIVITY-DETAIL
           END-PERFORM
           IF ACTIVITY-OVERFLOW-COUNT > 0
               MOVE SPACES TO LETTER-LINE
               STRING "         ... " ACTIVITY-OVERFLOW-COUNT
                   " FURTHER ITEMS THIS MONTH -- ASK THE OFFICE"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE "BALANCE DUE" TO LETTER-LINE(10:11)
           MOVE CK-BALANCE TO BALANCE-DISPLAY
           MOVE BALANCE-DISPLAY TO LETTER-LINE(61:11)
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "       CURRENT    31-60 DAYS    61-90 DAYS"
               TO LETTER-LINE
           MOVE "OVER 90 DAYS" TO LETTER-LINE(45:12)
           WRITE LETTER-LINE
           MOVE CK-AGE-CURRENT TO AG-CURRENT
           MOVE CK-AGE-31-60 TO AG-31-60
           MOVE CK-AGE-61-90 TO AG-61-90
           MOVE CK-AGE-OVER-90 TO AG-OVER-90
           WRITE LETTER-LINE FROM AGING-DETAIL
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE SEND OR BRING PAYMENT TO THE SCHOOL OFFICE,"
                   TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "QUOTING THE STUDENT ID ABOVE.  CALL THE OFFICE WITH"
                   TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "ANY QUESTION ABOUT AN ITEM ON THIS STATEMENT."
                   TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-ACTIVITY-DETAIL.
           MOVE FE-TRANS-DATE TO AD-TRANS-DATE
           MOVE FE-REFERENCE TO AD-REFERENCE
           MOVE FE-DESCRIPTION TO AD-DESCRIPTION
           MOVE SPACES TO AD-ITEM
           MOVE 0 TO AD-CHARGE
           MOVE 0 TO AD-CREDIT
           EVALUATE TRUE
               WHEN FE-CHARGE
                   STRING "CHARGE " FE-FEE-CODE
                       DELIMITED BY SIZE INTO AD-ITEM
                   MOVE FE-AMOUNT TO AD-CHARGE
               WHEN FE-PAYMENT
                   STRING "PAYMENT " FE-FEE-CODE
                       DELIMITED BY SIZE INTO AD-ITEM
                   MOVE FE-AMOUNT TO AD-CREDIT
               WHEN FE-REVERSED-TYPE = "P"
                   MOVE "PAYMENT RVSD" TO AD-ITEM
                   MOVE FE-AMOUNT TO AD-CHARGE
               WHEN OTHER
                   MOVE "CHARGE RVSD" TO AD-ITEM
                   MOVE FE-AMOUNT TO AD-CREDIT
           END-EVALUATE
           WRITE LETTER-LINE FROM ACTIVITY-DETAIL.

      *>   A missing GUARDIAN file is a bootstrap case, not an error:
      *>   every statement lands on the hand-address exception list.
       OPEN-GUARDIAN-FILE.
           MOVE "N" TO GUARD-CHECK-SW
           OPEN INPUT GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "WARNING -- NO GUARDIAN MASTER ON FILE, "
                       "ALL STATEMENTS WILL NEED HAND-ADDRESSING"
           ELSE
               MOVE "Y" TO GUARD-CHECK-SW
           END-IF.

       CLOSE-GUARDIAN-FILE.
           IF GUARD-CHECK-ON
               CLOSE GUARDIAN-FILE
           END-IF.

       OPEN-MASTER-FOR-NAMES.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, STATEMENTS WILL "
                       "CARRY NO STUDENT NAME"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-FOR-NAMES.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       MERGE-GUARDIAN-ADDRESS.
           SET GUARD-NOT-FOUND TO TRUE
           IF GUARD-CHECK-ON
               MOVE CK-STUDENT-ID TO GD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET GUARD-FOUND TO TRUE
               END-READ
           END-IF
           IF GUARD-NOT-FOUND
               ADD 1 TO NO-GUARDIAN-COUNT
               IF NO-GUARDIAN-LIST-COUNT < 100
                   ADD 1 TO NO-GUARDIAN-LIST-COUNT
                   MOVE SPACES
                           TO NO-GUARDIAN-ENTRY(NO-GUARDIAN-LIST-COUNT)
                   STRING CK-NAME " " CK-STUDENT-ID
                       DELIMITED BY SIZE
                       INTO NO-GUARDIAN-ENTRY(NO-GUARDIAN-LIST-COUNT)
               END-IF
               MOVE "   *ADDRESS ON FILE: NONE -- HAND-ADDRESS*"
                       TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE GD-GUARDIAN-NAME TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE GD-STREET TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE 0 TO CITY-LEN
               PERFORM VARYING NAME-IDX FROM 1 BY 1
                       UNTIL NAME-IDX > 15
                   IF GD-CITY(NAME-IDX:1) NOT = SPACE
                       MOVE NAME-IDX TO CITY-LEN
                   END-IF
               END-PERFORM
               IF CITY-LEN = 0
                   MOVE 1 TO CITY-LEN
               END-IF
               MOVE SPACES TO LETTER-LINE
               STRING GD-CITY(1:CITY-LEN) ", " GD-STATE " " GD-ZIP
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       PRINT-NO-GUARDIAN-EXCEPTIONS.
           IF NO-GUARDIAN-COUNT > 0
               MOVE ALL "=" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "STATEMENTS WITH NO GUARDIAN RECORD -- HAND-ADDRESS:"
                       TO LETTER-LINE
               WRITE LETTER-LINE
               PERFORM VARYING NO-GUARDIAN-IDX FROM 1 BY 1
                       UNTIL NO-GUARDIAN-IDX > NO-GUARDIAN-LIST-COUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "  " NO-GUARDIAN-ENTRY(NO-GUARDIAN-IDX)
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-PERFORM
               IF NO-GUARDIAN-COUNT > NO-GUARDIAN-LIST-COUNT
                   MOVE "  ...ADDITIONAL STUDENTS NOT LISTED"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF.

       WRITE-HOLD-HEADINGS.
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING "FEE HOLD LIST AS OF " STATEMENT-DATE
               "   BALANCES OVER " PARM-FEE-HOLD-LIMIT
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE "STUDENT NAME" TO HOLD-REPORT-LINE
           MOVE "BALANCE     OVER 90  LAST PAID"
               TO HOLD-REPORT-LINE(43:30)
           WRITE HOLD-REPORT-LINE
           MOVE ALL "-" TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE.

       WRITE-HOLD-DETAIL.
           ADD 1 TO HOLD-COUNT
           ADD CK-BALANCE TO TOTAL-HOLD
           ADD CK-AGE-OVER-90 TO TOTAL-OVER-90
           MOVE CK-STUDENT-ID TO HD-STUDENT-ID
           MOVE CK-NAME TO HD-NAME
           MOVE CK-BALANCE TO HD-BALANCE
           MOVE CK-AGE-OVER-90 TO HD-OVER-90
           MOVE CK-LAST-PAYMENT TO HD-LAST-PAYMENT
           WRITE HOLD-REPORT-LINE FROM HOLD-DETAIL.

       WRITE-HOLD-TOTALS.
           IF HOLD-COUNT = 0
               MOVE "NONE" TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF
           MOVE ALL "-" TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO HOLD-REPORT-LINE
           MOVE TOTAL-HOLD TO TOTAL-DISPLAY
           STRING "STUDENTS ON HOLD " HOLD-COUNT
               "   OWING " TOTAL-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO HOLD-REPORT-LINE
           MOVE TOTAL-OVER-90 TO TOTAL-DISPLAY
           STRING "OF WHICH OVER 90 DAYS " TOTAL-DISPLAY
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "FEESTMT " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE LEDGER-READ-COUNT TO AUD-READ-COUNT
           MOVE STATEMENT-COUNT TO AUD-WRITE-COUNT
           MOVE 0 TO AUD-REJECT-COUNT
           COMPUTE AUD-GRAND-TOTAL = TOTAL-DUE * 100
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           MOVE TOTAL-DUE TO TOTAL-DISPLAY
           DISPLAY "-------------------------------------------"
           DISPLAY "LEDGER ITEMS READ . . . . . " LEDGER-READ-COUNT
           DISPLAY "FEE ACCOUNTS  . . . . . . . " ACCOUNT-COUNT
           DISPLAY "STATEMENTS PRINTED  . . . . " STATEMENT-COUNT
           DISPLAY "PAID UP OR IN CREDIT  . . . " PAID-UP-COUNT
           DISPLAY "STUDENTS ON HOLD  . . . . . " HOLD-COUNT
           DISPLAY "NO GUARDIAN RECORD  . . . . " NO-GUARDIAN-COUNT
           DISPLAY "TOTAL BALANCE DUE . . . . . " TOTAL-DISPLAY
           IF DEBIT-OVERFLOW-COUNT > 0
               DISPLAY "CHARGES AGED AS ONE (FULL)  " DEBIT-OVERFLOW-COUNT
           END-IF
           DISPLAY "-------------------------------------------".
