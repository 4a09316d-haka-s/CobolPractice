      *> HISTREC.CPY
      *>
      *> Student score history record, one per student per subject
      *> per SCHOOL batch run, keyed by student ID + subject + run
      *> date.  SCHOOL posts it alongside the ROSTEROUT record.  The
      *> permanent student ID was appended after the subject, so
      *> records posted before it existed read a zero ID until the
      *> conversion run re-keys them.
      *> The subject code sits at the end of the record so the
      *> history accumulated before subjects existed still reads
      *> correctly -- a short old record leaves the subject blank,
           02 HI-SCORE PIC X(1).
           02 HI-PASS-FAIL PIC X(1).
           02 HI-SUBJECT PIC X(3).
           02 HI-STUDENT-ID PIC 9(7).
