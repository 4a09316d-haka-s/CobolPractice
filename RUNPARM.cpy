      *>                      an after-midnight rerun so the records,
      *>                      the audit trail, and RUNGUARD all carry
      *>                      the real business date
      *>   HONOR-GPA 300      cumulative GPA (two implied decimals)
      *>                      for the honor roll on the class-rank
      *>                      run's honors extract
      *>   DEANS-GPA 350      cumulative GPA (two implied decimals)
      *>                      for the dean's list
      *>   TRUANCY-TIER1 5    cumulative absences on ATTTOTL at which
      *>                      the truancy run sends the first-tier
      *>                      notice to the guardian
      *>   TRUANCY-TIER2 10   cumulative absences for the second-tier
      *>                      notice
      *>   TRUANCY-TIER3 15   cumulative absences for the third (top)
      *>                      tier: final notice and referral to the
      *>                      county agency
      *>   FEE-HOLD-LIMIT 50  student fee balance (whole dollars)
      *>                      above which the statement run lists
      *>                      the student on the hold report
      *>   DISC-REPEAT 3      discipline incidents in one month at
      *>                      which the monthly discipline report
      *>                      lists the student as a repeat offender
      *>   IMM-GRACE 30       days past an immunization due date
      *>                      before the weekly compliance run puts
      *>                      the student on the exclusion list
      *>   WINDOW-TARGET 0600 time (HHMM) the nightly batch window
      *>                      must finish by; a time earlier than the
      *>                      window's start is the next morning
      *>   OVERRUN-PCT 50     percent over its trailing average at
      *>                      which a step's elapsed time is flagged
      *>                      on the window summary
      *>   TREND-NIGHTS 7     nights (max 10) in a step's trailing
      *>                      average and on the window trend report
      *>   DORMANT-DAYS 90    days without a sign-on after which the
      *>                      dormant-account sweep deactivates an
      *>                      operator
      *>   CENSUS-DATE 0      state enrollment census count date
      *>                      (YYYYMMDD); zero counts as of the
      *>                      business date
      *>   STATE-SCHOOL       the school's six-character state
      *>                      school number, carried on every census
      *>                      submission record; no default -- the
      *>                      census will not write a submission
      *>                      until it is set
      *>****************************************************************
       01 RUN-PARMS.
           02 PARM-CUTOFF-A PIC 999 VALUE 90.
           02 PARM-STAT-TOLERANCE PIC 9(3) VALUE 25.
           02 PARM-SUSP-AGE-LIMIT PIC 9(3) VALUE 60.
           02 PARM-BACKUP-GENS PIC 9(3) VALUE 3.
           02 PARM-HONOR-GPA PIC 9V99 VALUE 3.00.
           02 PARM-DEANS-GPA PIC 9V99 VALUE 3.50.
           02 PARM-TRUANCY-TIER1 PIC 9(3) VALUE 5.
           02 PARM-TRUANCY-TIER2 PIC 9(3) VALUE 10.
           02 PARM-TRUANCY-TIER3 PIC 9(3) VALUE 15.
           02 PARM-FEE-HOLD-LIMIT PIC 9(5) VALUE 50.
           02 PARM-DISC-REPEAT PIC 9(3) VALUE 3.
           02 PARM-IMM-GRACE PIC 9(3) VALUE 30.
           02 PARM-WINDOW-TARGET PIC 9(4) VALUE 0600.
           02 PARM-OVERRUN-PCT PIC 9(3) VALUE 50.
           02 PARM-TREND-NIGHTS PIC 99 VALUE 7.
           02 PARM-DORMANT-DAYS PIC 9(3) VALUE 90.
           02 PARM-CENSUS-DATE PIC 9(8) VALUE 0.
           02 PARM-STATE-SCHOOL PIC X(6) VALUE SPACES.
