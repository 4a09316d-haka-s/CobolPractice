      *> JRNLRPT lists the journal for a date range or a single SSN,
      *> and the images are complete enough to reconstruct the master
      *> if a maintenance run ever goes bad.
      *> The year-end ROLLOVER run journals here too, under the same
      *> status codes for its graduations (G) and students not
      *> returning (W), and under code Y for a grade carried forward.
      *> The master has grown since the journal began: its student
      *> ID and enrollment status, then its grade, are kept in their
      *> own image groups after the original before and after images
      *> rather than inside them, so the original images keep their
      *> place and a record written before either was added reads
      *> them blank.
      *>****************************************************************
       01 JOURNAL-RECORD.
           02 JR-TRANS-CODE PIC X(1).
               03 JA-TOTAL PIC XXX.
               03 JA-SSN-MASKED PIC X(11).
               03 JA-LAST-RUN-DATE PIC X(8).
           02 JR-BEFORE-STATUS.
               03 JB-STUDENT-ID PIC X(7).
               03 JB-ENROLL-STATUS PIC X(1).
               03 JB-STATUS-DATE PIC X(8).
               03 JB-STATUS-REASON PIC X(20).
           02 JR-AFTER-STATUS.
               03 JA-STUDENT-ID PIC X(7).
               03 JA-ENROLL-STATUS PIC X(1).
               03 JA-STATUS-DATE PIC X(8).
               03 JA-STATUS-REASON PIC X(20).
           02 JR-BEFORE-GRADE.
               03 JB-GRADE PIC XX.
               03 JB-GRADE-YEAR PIC X(4).
           02 JR-AFTER-GRADE.
               03 JA-GRADE PIC XX.
               03 JA-GRADE-YEAR PIC X(4).
