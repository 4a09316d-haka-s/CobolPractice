      *>****************************************************************
      *> FEEBREC.CPY
      *>
      *> Student fee balance record, one per student with any fee
      *> activity, on the FEEBAL file that FEEPOST rewrites each run.
      *> Debits (charges and reversed payments) and credits (payments
      *> and reversed charges) are carried as separate running totals
      *> so neither can go negative; the balance owed is debits less
      *> credits, and a credit balance simply shows credits ahead.
      *>****************************************************************
       01 FEE-BALANCE-RECORD.
           02 FB-STUDENT-ID PIC 9(7).
           02 FB-DEBIT-TOTAL PIC 9(7)V99.
           02 FB-CREDIT-TOTAL PIC 9(7)V99.
           02 FB-LAST-ACTIVITY PIC 9(8).
           02 FB-LAST-PAYMENT PIC 9(8).
