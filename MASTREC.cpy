      *> that read the master serially.  The full SSN is kept here
      *> because it is the record key -- every display and report
      *> works from the masked form, same as the rest of the system.
      *> The permanent student ID is assigned by MSTRUPDT when the
      *> enrollee is added and never changes; it is an alternate key
      *> here and the key every other student file is carried on, so
      *> a masked SSN that two enrollees happen to share can no longer
      *> cross their guardians, decisions, or history.
      *> The enrollment status says whether the enrollee is still
      *> attending.  MSTRUPDT sets it from the approved W / T / G / R
      *> status transactions with the date the change took effect
      *> and the reason given; scores and attendance dated after a
      *> withdrawal, transfer or graduation are suspended, and the
      *> mailings and the warehouse extract pass the enrollee over.
      *> A blank status (records added before it existed) is active.
      *> The grade is the one the student is in for the school year
      *> named beside it (by the calendar year that school year
      *> begins), carried forward from the promotion decision by the
      *> year-end ROLLOVER run.  Records kept before the grade existed,
      *> and enrollees added since the last rollover, read it blank.
      *>
      *> Status codes:  A = active, W = withdrawn,
      *>                T = transferred out, G = graduated.
      *>****************************************************************
       01 MASTER-RECORD.
           02 EM-SSN.
           02 EM-TOTAL PIC 999.
           02 EM-SSN-MASKED PIC X(11).
           02 EM-LAST-RUN-DATE PIC 9(8).
           02 EM-STUDENT-ID PIC 9(7).
           02 EM-ENROLL-STATUS PIC X(1).
               88 EM-ACTIVE VALUE "A", " ".
               88 EM-WITHDRAWN VALUE "W".
               88 EM-TRANSFERRED VALUE "T".
               88 EM-GRADUATED VALUE "G".
           02 EM-STATUS-DATE PIC 9(8).
           02 EM-STATUS-REASON PIC X(20).
           02 EM-GRADE-DATA.
               03 EM-GRADE PIC 99.
               03 EM-GRADE-YEAR PIC 9(4).
