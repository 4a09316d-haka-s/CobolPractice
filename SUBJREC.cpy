      *>****************************************************************
      *> SUBJREC.CPY
      *>
      *> Subject catalog record.  SUBJREF is the master list of
      *> subject codes -- code, title, owning department, credit
      *> weight, and an active flag -- maintained through SUBJMNT.
      *> SCHOOL, NITELY and RECYCLE's batch re-edit validate every
      *> subject code against it (an unknown or inactive code
      *> suspends with reason SUBJ instead of splitting a student's
      *> history across a typo), and RPTCARD weights the GPA by the
      *> credit weight so a half-credit elective counts half.
      *>
      *> Credit weight is in credits with two decimals (1.00 = a
      *> full-year course, 0.50 = a half credit).
      *> Active flag:  Y = active, N = retired (no new scores).
      *>****************************************************************
       01 SUBJECT-REF-RECORD.
           02 SB-SUBJECT-CODE PIC X(3).
           02 SB-TITLE PIC X(20).
           02 SB-DEPARTMENT PIC X(4).
           02 SB-CREDIT-WEIGHT PIC 9V99.
           02 SB-ACTIVE-SW PIC X(1).
               88 SB-ACTIVE VALUE "Y".
               88 SB-RETIRED VALUE "N".
