      *>****************************************************************
      *> WINHREC.CPY
      *>
      *> Batch window history record, appended to the WINHIST file by
      *> JOBSCHED for every step it launches: the business date the
      *> window ran for, the step, the wall-clock date and time it
      *> started and ended, and its elapsed seconds.  One more record
      *> per window, program "*WINDOW*", carries the whole window from
      *> the scheduler's start to its last step's end.  JOBSCHED reads
      *> the history back to compare each step against its trailing
      *> average on the nightly JOBSUMM, and WINTREND prints each
      *> step's duration across recent nights.  RUNCTL still records
      *> only that a step completed; this is the record of how long.
      *>****************************************************************
       01 WINDOW-HISTORY-RECORD.
           02 WH-RUN-DATE PIC 9(8).
           02 WH-PROGRAM PIC X(8).
               88 WH-WINDOW-TOTAL VALUE "*WINDOW*".
           02 WH-START-DATE PIC 9(8).
           02 WH-START-TIME PIC 9(6).
           02 WH-END-DATE PIC 9(8).
           02 WH-END-TIME PIC 9(6).
           02 WH-ELAPSED PIC 9(6).
