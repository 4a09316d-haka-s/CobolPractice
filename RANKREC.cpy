      *>****************************************************************
      *> RANKREC.CPY
      *>
      *> Class rank record, one per active student per CLASRANK run,
      *> on RANKFIL in grade and rank order.  Carries the cumulative
      *> GPA over the student's whole SCORHIST history (letter points
      *> weighted by the SUBJREF credit weight, the same rule the
      *> report card uses for a single term), the credits behind it,
      *> and the student's place in the grade cohort.  Students with
      *> the same GPA share a rank and the rank after them is skipped
      *> (two students tied at 3 make the next one 5); the tie flag
      *> says the rank is shared.  Decile 1 is the top tenth of the
      *> cohort.  The honor code marks the dean's list (D) and the
      *> honor roll (H) by the RUNPARMS GPA floors; the same records
      *> with a non-blank honor code make up the HONORLST extract.
      *>****************************************************************
       01 RANK-RECORD.
           02 RK-STUDENT-ID PIC 9(7).
           02 RK-NAME PIC X(30).
           02 RK-GRADE PIC 99.
           02 RK-CUM-GPA PIC 9V999.
           02 RK-CREDITS PIC 9(3)V99.
           02 RK-RANK PIC 9(5).
           02 RK-TIED-SW PIC X(1).
               88 RK-TIED VALUE "T".
           02 RK-COHORT-SIZE PIC 9(5).
           02 RK-DECILE PIC 99.
           02 RK-HONOR PIC X(1).
               88 RK-DEANS-LIST VALUE "D".
               88 RK-HONOR-ROLL VALUE "H".
           02 RK-RUN-DATE PIC 9(8).
