      *>****************************************************************
      *> WAITREC.CPY
      *>
      *> Section waitlist record, one per student per subject that
      *> SECTLOAD could not seat, on the WAITLIST file in the order
      *> the students joined it.  The next run works the waitlist
      *> before any new course request, oldest first, so a freed
      *> seat goes to the student who has waited longest.
      *>
      *> Reason codes:  F = every section of the subject full,
      *>                C = open seats only in periods the student
      *>                    already has a class,
      *>                N = no section of the subject on SECTREF.
      *>****************************************************************
       01 WAITLIST-RECORD.
           02 WL-STUDENT-ID PIC 9(7).
           02 WL-SUBJECT PIC X(3).
           02 WL-REQUEST-DATE PIC 9(8).
           02 WL-WAITLIST-DATE PIC 9(8).
           02 WL-REASON PIC X(1).
               88 WL-SECTIONS-FULL VALUE "F".
               88 WL-PERIOD-CONFLICT VALUE "C".
               88 WL-NO-SECTION VALUE "N".
