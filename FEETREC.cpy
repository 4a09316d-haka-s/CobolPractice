      *>****************************************************************
      *> FEETREC.CPY
      *>
      *> Student fee transaction.  FEEENTRY keys them onto FEETRAN;
      *> FEEPOST validates and posts them, appending each posted one
      *> (stamped with the posting date) to the permanent FEELEDG
      *> ledger and leaving any it rejects on FEETRAN with the reason
      *> for the front office to correct.  FEESTMT ages the ledger.
      *>
      *> Each transaction gets a unique reference when keyed (entry
      *> date and time of day).  A reversal names the reference of
      *> the charge or payment it undoes; FEEPOST fills in the type
      *> of the original, takes the original amount, and refuses a
      *> second reversal of the same item.  Amounts are always
      *> positive -- the type says which way the money moved.
      *>
      *> Type codes:    C = charge, P = payment, R = reversal.
      *> Charge codes:  BOOK = book fee, ACTV = activity fee,
      *>                LOST = lost or damaged item, OTHR = other.
      *> Payment codes: CASH, CHEK = check, CARD = card, OTHR.
      *> Reject codes:  NENR = student not on the enrollee master,
      *>                TYPE = bad type, CODE = bad charge/payment
      *>                code, AMNT = bad amount, BDAT = bad date,
      *>                NORG = reversed item not on the ledger,
      *>                RVSD = item already reversed.
      *>****************************************************************
       01 FEE-TRANS-RECORD.
           02 FE-STUDENT-ID PIC 9(7).
           02 FE-TRANS-TYPE PIC X(1).
               88 FE-CHARGE VALUE "C".
               88 FE-PAYMENT VALUE "P".
               88 FE-REVERSAL VALUE "R".
           02 FE-FEE-CODE PIC X(4).
               88 FE-CHARGE-CODE-VALID VALUE "BOOK", "ACTV", "LOST",
                       "OTHR".
               88 FE-PAYMENT-CODE-VALID VALUE "CASH", "CHEK", "CARD",
                       "OTHR".
           02 FE-TRANS-DATE PIC 9(8).
           02 FE-AMOUNT PIC 9(5)V99.
           02 FE-REFERENCE PIC 9(16).
           02 FE-REVERSES PIC 9(16).
           02 FE-REVERSED-TYPE PIC X(1).
           02 FE-DESCRIPTION PIC X(20).
           02 FE-OPERATOR PIC X(8).
           02 FE-POSTED-DATE PIC 9(8).
           02 FE-REJECT-CODE PIC X(4).
