      *> Posted attendance totals record, one per student per section
      *> per calendar month, on the ATTTOTL file.  ATTPOST sort-merges
      *> each day's valid ATTENDIN increments against the existing
      *> rows and rewrites the file in key order (student ID, section,
      *> month), so the totals can grow for years without a work-table
      *> ceiling; ATTRPT reports a month by section and flags students
      *> whose absence rate crosses the ABSENCE-PCT run parameter.
      *> Days suspended are kept apart from absences; rows written
      *> before the suspended count existed read it as zero.
      *>****************************************************************
       01 ATTEND-TOTAL-RECORD.
           02 AH-SSN-MASKED PIC X(11).
           02 AH-PRESENT-COUNT PIC 9(3).
           02 AH-ABSENT-COUNT PIC 9(3).
           02 AH-TARDY-COUNT PIC 9(3).
           02 AH-STUDENT-ID PIC 9(7).
           02 AH-SUSPENDED-COUNT PIC 9(3).
