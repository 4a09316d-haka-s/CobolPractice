      *>****************************************************************
      *> CREDREC.CPY
      *>
      *> Credit summary record, one per student per department, on
      *> the CREDSUM file GRADAUDT rewrites each run.  Carries the
      *> passed credits the student has earned in the department
      *> from SCORHIST (each passed subject result earns that
      *> subject's SUBJREF credit weight), the credits the GRADREQ
      *> requirements table says the student should already hold
      *> at the grade they are in, the credits the department needs
      *> for graduation, and the shortfall against the first of
      *> these.  Counselors and the guardian letters read this file
      *> so every document quotes the same numbers.
      *>****************************************************************
       01 CREDIT-SUMMARY-RECORD.
           02 CS-STUDENT-ID PIC 9(7).
           02 CS-NAME PIC X(30).
           02 CS-GRADE PIC 99.
           02 CS-DEPARTMENT PIC X(4).
           02 CS-EARNED PIC 9(3)V99.
           02 CS-REQUIRED-NOW PIC 9(3)V99.
           02 CS-REQUIRED-GRAD PIC 9(3)V99.
           02 CS-SHORTFALL PIC 9(3)V99.
           02 CS-RUN-DATE PIC 9(8).
