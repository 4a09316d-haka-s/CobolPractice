      *>****************************************************************
      *> IMMUREC.CPY
      *>
      *> Immunization record, one per student, on the IMMUNIZ file
      *> kept by the school nurse through IMMMNT.  The record holds
      *> the student's birth date -- the age every requirement is
      *> measured against, derived through CALCAGE on each run -- and,
      *> for each vaccine, the number of doses proved and the date of
      *> the latest one.  A medical or religious exemption on file
      *> satisfies every requirement.  The date opened is the day the
      *> record was started (by MSTRUPDT when the enrollee is added,
      *> or by the weekly run for an enrollee who has none); no dose
      *> falls due before it, so a new enrollee always has the grace
      *> period to bring in proof.  IMMCHECK measures the record
      *> against the IMMREQ requirements table.
      *>
      *> Exemption codes:  M = medical, R = religious,
      *>                   blank = none.
      *>****************************************************************
       01 IMMUNIZATION-RECORD.
           02 IZ-STUDENT-ID PIC 9(7).
           02 IZ-BIRTH-DATE PIC 9(8).
           02 IZ-EXEMPT-CODE PIC X(1).
               88 IZ-EXEMPT VALUE "M", "R".
               88 IZ-EXEMPT-VALID VALUE "M", "R", " ".
           02 IZ-OPENED-DATE PIC 9(8).
           02 IZ-DOSE-ENTRY OCCURS 10 TIMES.
               03 IZ-VACCINE PIC X(4).
               03 IZ-DOSES PIC 9.
               03 IZ-LAST-DOSE-DATE PIC 9(8).
           02 IZ-UPDATED-BY PIC X(8).
           02 IZ-UPDATED-DATE PIC 9(8).
