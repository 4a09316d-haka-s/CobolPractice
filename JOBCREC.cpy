      *> JOBSCHED walks the calendar, launches each due step, refuses
      *> a step whose predecessor has not finished, and prints the
      *> end-of-window summary -- the nightly sequence lives here
      *> instead of in the operator's memory.  The school-day flag
      *> ("Y") holds a step to instructional days on the school
      *> calendar: on a holiday, a break or a closure the step is
      *> skipped even when its day of week is due.  Blank (records
      *> kept before the flag existed) runs on the day flags alone.
      *>****************************************************************
       01 JOB-CAL-RECORD.
           02 JC-PROGRAM PIC X(8).
           02 JC-DAYS PIC X(7).
           02 JC-PREDECESSOR PIC X(8).
           02 JC-SCHOOL-DAY-SW PIC X(1).
               88 JC-SCHOOL-DAYS-ONLY VALUE "Y".
