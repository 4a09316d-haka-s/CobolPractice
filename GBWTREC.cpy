      *>****************************************************************
      *> GBWTREC.CPY
      *>
      *> Gradebook category weights, one record per section on the
      *> GBWGHT file, kept through GRADEBK.  The three weights are
      *> whole percentages and must total 100; GBCLOSE weights each
      *> student's test, homework and project averages by them to
      *> arrive at the term score.  A category with no assignments
      *> keyed for the term drops out and the remaining weights are
      *> scaled up to carry the whole score.
      *>****************************************************************
       01 GRADEBOOK-WEIGHT-RECORD.
           02 GW-SECTION-ID PIC X(3).
           02 GW-TEST-WEIGHT PIC 9(3).
           02 GW-HOMEWORK-WEIGHT PIC 9(3).
           02 GW-PROJECT-WEIGHT PIC 9(3).
