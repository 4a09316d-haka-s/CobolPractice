      *> retained students keep theirs, and borderline students (a
      *> failing subject within PROMOTE-MARGIN points of passing)
      *> keep theirs pending manual review.  PROMOFIL is an indexed
      *> file with PR-STUDENT-ID as the record key; SCHOOL and NITELY
      *> read the decided grade by key (no decision table, no
      *> enrollment ceiling) instead of the raw age arithmetic, so a
      *> birthday can no longer promote a student who failed the
               88 PR-RETAINED VALUE "R".
               88 PR-BORDERLINE VALUE "B".
           02 PR-TERM-DATE PIC 9(8).
           02 PR-STUDENT-ID PIC 9(7).
