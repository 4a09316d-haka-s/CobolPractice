      *>****************************************************************
      *> GCHGREC.CPY
      *>
      *> Post-run grade change request, one per corrected score on
      *> the GRDCHG queue.  GRDCHG keys the request -- the student,
      *> subject and SCORHIST run date of the score being corrected,
      *> the corrected numeric score and the reason -- and a second
      *> operator approves or refuses it there (never the operator
      *> who keyed it, the same maker-checker rule as MSTRPEND).
      *> GRDAPPLY applies the approved requests and purges them and
      *> the refused ones; its GRDJRNL journal keeps the record of
      *> every change made.
      *>
      *> Status codes:  P = pending review, A = approved, R = refused.
      *> Reason codes:  CLER = clerical or grading error,
      *>                APPL = successful appeal,
      *>                LATE = late work accepted,
      *>                OTHR = other (see the keyed note).
      *>****************************************************************
       01 GRADE-CHANGE-RECORD.
           02 GC-STATUS PIC X(1).
               88 GC-PENDING VALUE "P".
               88 GC-APPROVED VALUE "A".
               88 GC-REFUSED VALUE "R".
           02 GC-ENTERED-BY PIC X(8).
           02 GC-ENTERED-DATE PIC 9(8).
           02 GC-REVIEWED-BY PIC X(8).
           02 GC-REVIEWED-DATE PIC 9(8).
           02 GC-STUDENT-ID PIC 9(7).
           02 GC-SUBJECT PIC X(3).
           02 GC-RUN-DATE PIC 9(8).
           02 GC-OLD-SCORE PIC 999.
           02 GC-NEW-SCORE PIC 999.
           02 GC-REASON-CODE PIC X(4).
               88 GC-REASON-VALID VALUE "CLER", "APPL", "LATE",
                       "OTHR".
           02 GC-REASON-NOTE PIC X(30).
