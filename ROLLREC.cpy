      *>****************************************************************
      *> ROLLREC.CPY
      *>
      *> School-year rollover control record, one appended to ROLLCTL
      *> by the ROLLOVER run for every school year it closes.  The
      *> school year is named by the calendar year it begins, the
      *> same way the master names the year a grade belongs to.
      *> ROLLOVER reads the file before it changes anything and
      *> refuses to close a year already on it (or one older than
      *> the last year closed), so a year can never be rolled twice.
      *> The counts are the ones printed on the run's ROLLRPT summary.
      *>****************************************************************
       01 ROLLOVER-CONTROL-RECORD.
           02 RC-SCHOOL-YEAR PIC 9(4).
           02 RC-RUN-DATE PIC 9(8).
           02 RC-RUN-TIME PIC 9(6).
           02 RC-OPERATOR PIC X(8).
           02 RC-PROMOTED-COUNT PIC 9(5).
           02 RC-RETAINED-COUNT PIC 9(5).
           02 RC-BORDERLINE-COUNT PIC 9(5).
           02 RC-NO-DECISION-COUNT PIC 9(5).
           02 RC-GRADUATED-COUNT PIC 9(5).
           02 RC-NOT-RETURNING-COUNT PIC 9(5).
           02 RC-ATTEND-CLOSED-COUNT PIC 9(7).
           02 RC-SECTIONS-CARRIED PIC 9(3).
           02 RC-SECTIONS-RETIRED PIC 9(3).
