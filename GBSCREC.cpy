      *>****************************************************************
      *> GBSCREC.CPY
      *>
      *> Gradebook assignment score, one record per student per
      *> assignment on the GBSCORE file, keyed by the teacher through
      *> GRADEBK.  An assignment is identified by its section,
      *> subject and name; the category says which weight on GBWGHT
      *> it counts under.  GBCLOSE takes the assignments dated within
      *> the term being closed.
      *>
      *> Categories:  T = test, H = homework, P = project.
      *>****************************************************************
       01 GRADEBOOK-SCORE-RECORD.
           02 GB-STUDENT-ID PIC 9(7).
           02 GB-SECTION-ID PIC X(3).
           02 GB-SUBJECT PIC X(3).
           02 GB-CATEGORY PIC X(1).
               88 GB-TEST VALUE "T".
               88 GB-HOMEWORK VALUE "H".
               88 GB-PROJECT VALUE "P".
           02 GB-ASSIGNMENT PIC X(12).
           02 GB-ASSIGN-DATE PIC 9(8).
           02 GB-POINTS-EARNED PIC 9(3).
           02 GB-POINTS-POSSIBLE PIC 9(3).
