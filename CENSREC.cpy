      *>****************************************************************
      *> CENSREC.CPY
      *>
      *> State enrollment census submission record, written to the
      *> CENSUS file by the CENSUS run in the state's fixed-column
      *> layout.  The first record of a submission is the control
      *> record: the count date, the submission number and whether it
      *> is an original or a resubmission (with the number of the
      *> original it replaces), the date it was created, and the
      *> detail count and day totals the state balances against.  One
      *> detail record follows per student enrolled on the count date
      *> -- grade, age, section, days enrolled and days present for
      *> the school year through the count date.  Every record carries
      *> the school's state school number.
      *>
      *> Record types:  C = control, D = detail.
      *>****************************************************************
       01 CENSUS-RECORD.
           02 CS-RECORD-TYPE PIC X(1).
               88 CS-CONTROL VALUE "C".
               88 CS-DETAIL VALUE "D".
           02 CS-SCHOOL-ID PIC X(6).
           02 CS-DETAIL-DATA.
               03 CS-STUDENT-ID PIC 9(7).
               03 CS-NAME PIC X(30).
               03 CS-GRADE PIC 99.
               03 CS-AGE PIC 99.
               03 CS-SECTION PIC X(3).
               03 CS-DAYS-ENROLLED PIC 9(3).
               03 CS-DAYS-PRESENT PIC 9(3).
               03 CS-ENROLL-STATUS PIC X(1).
               03 FILLER PIC X(22).
           02 CS-CONTROL-DATA REDEFINES CS-DETAIL-DATA.
               03 CS-COUNT-DATE PIC 9(8).
               03 CS-SUBMISSION-NO PIC 9(4).
               03 CS-SUBMISSION-TYPE PIC X(1).
                   88 CS-ORIGINAL VALUE "O".
                   88 CS-RESUBMISSION VALUE "R".
               03 CS-ORIGINAL-NO PIC 9(4).
               03 CS-CREATED-DATE PIC 9(8).
               03 CS-DETAIL-COUNT PIC 9(6).
               03 CS-TOTAL-ENROLLED PIC 9(8).
               03 CS-TOTAL-PRESENT PIC 9(8).
               03 FILLER PIC X(26).
