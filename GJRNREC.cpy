      *>****************************************************************
      *> GJRNREC.CPY
      *>
      *> Grade change journal record.  GRDAPPLY appends one of these
      *> to the GRDJRNL file for every SCORHIST record it corrects:
      *> who keyed and who approved the change, why, when it was
      *> applied, and the numeric score, letter and pass/fail before
      *> and after -- the letter and pass/fail re-derived from the
      *> cutoffs in force on the day it was applied.
      *>****************************************************************
       01 GRADE-JOURNAL-RECORD.
           02 GJ-STUDENT-ID PIC 9(7).
           02 GJ-SUBJECT PIC X(3).
           02 GJ-RUN-DATE PIC 9(8).
           02 GJ-SECTION PIC X(3).
           02 GJ-REASON-CODE PIC X(4).
           02 GJ-ENTERED-BY PIC X(8).
           02 GJ-APPROVED-BY PIC X(8).
           02 GJ-APPLIED-DATE PIC 9(8).
           02 GJ-APPLIED-TIME PIC 9(6).
           02 GJ-BEFORE.
               03 GJB-NUMERIC-SCORE PIC 999.
               03 GJB-SCORE PIC X(1).
               03 GJB-PASS-FAIL PIC X(1).
           02 GJ-AFTER.
               03 GJA-NUMERIC-SCORE PIC 999.
               03 GJA-SCORE PIC X(1).
               03 GJA-PASS-FAIL PIC X(1).
           02 GJ-REASON-NOTE PIC X(30).
