      *>****************************************************************
      *> STUIDREC.CPY
      *>
      *> Student ID control record, the single record on STUIDCTL.
      *> MSTRUPDT reads the last permanent student ID handed out,
      *> assigns the next one to each enrollee it adds, and rewrites
      *> the record at the end of the run with the date it last moved.
      *> IDs are never reused -- a deleted enrollee's ID stays retired
      *> -- and a missing control record is rebuilt from the highest
      *> ID found on the master, so the counter can never step back
      *> over an ID already issued.
      *>****************************************************************
       01 STUDENT-ID-CONTROL-RECORD.
           02 SC-LAST-STUDENT-ID PIC 9(7).
           02 SC-LAST-ASSIGNED-DATE PIC 9(8).
