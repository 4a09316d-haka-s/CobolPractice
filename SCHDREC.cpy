      *>****************************************************************
      *> SCHDREC.CPY
      *>
      *> Student schedule record, one per student per section seat,
      *> on the SCHEDFIL file SECTLOAD rewrites each run.  The
      *> subject and meeting period are copied from SECTREF when the
      *> seat is given so the schedule prints the same even if the
      *> section is later changed.  Seats held by students no longer
      *> active on the master, or in sections no longer on SECTREF,
      *> are dropped on the next run and go to the waitlist first.
      *>****************************************************************
       01 SCHEDULE-RECORD.
           02 SC-STUDENT-ID PIC 9(7).
           02 SC-SECTION-ID PIC X(3).
           02 SC-SUBJECT PIC X(3).
           02 SC-PERIOD PIC 99.
           02 SC-SEATED-DATE PIC 9(8).
