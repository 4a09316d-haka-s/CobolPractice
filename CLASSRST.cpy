      *> SCHOOL, pulled out here once the roster print report arrived
      *> so every program that reads or writes the ROSTEROUT file
      *> (SCHOOL, RPTRSTR) stays in sync with a single definition.
      *> The permanent student ID rides at the end, after the
      *> subject, the same way the subject code was added.
      *>****************************************************************
       01 CLASS-ROSTER-RECORD.
           02 CR-NAME PIC X(30).
           02 CR-SECTION PIC X(3).
           02 CR-SCORE PIC X(1).
           02 CR-SUBJECT PIC X(3).
           02 CR-STUDENT-ID PIC 9(7).
