      *>****************************************************************
      *> GBPUREC.CPY
      *>
      *> Gradebook pupil record, one per student on the GBPUPIL file.
      *> The enrollee master carries no birth date, but every ROSTERIN
      *> record must, so GRADEBK asks for it the first time a score is
      *> keyed for a student and keeps it here; GBCLOSE takes it from
      *> here when it builds the ROSTERIN segment.
      *>****************************************************************
       01 GRADEBOOK-PUPIL-RECORD.
           02 GP-STUDENT-ID PIC 9(7).
           02 GP-BIRTH-DATE PIC 9(8).
