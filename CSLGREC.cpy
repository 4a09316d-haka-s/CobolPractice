      *>****************************************************************
      *> CSLGREC.CPY
      *>
      *> Census submission log record, one appended to CENSLOG by the
      *> CENSUS run for every submission file it writes.  Submissions
      *> are numbered in sequence; the first for a count date is the
      *> original, and every later one for the same count date is a
      *> resubmission carrying the original's number, so a corrected
      *> file sent to the state can always be tied back to the one it
      *> replaces.  The counts and day totals are the ones on the
      *> submission's control record.
      *>
      *> Submission types:  O = original, R = resubmission.
      *>****************************************************************
       01 CENSUS-LOG-RECORD.
           02 CL-SUBMISSION-NO PIC 9(4).
           02 CL-COUNT-DATE PIC 9(8).
           02 CL-SUBMISSION-TYPE PIC X(1).
               88 CL-ORIGINAL VALUE "O".
               88 CL-RESUBMISSION VALUE "R".
           02 CL-ORIGINAL-NO PIC 9(4).
           02 CL-CREATED-DATE PIC 9(8).
           02 CL-CREATED-TIME PIC 9(6).
           02 CL-SCHOOL-ID PIC X(6).
           02 CL-DETAIL-COUNT PIC 9(6).
           02 CL-TOTAL-ENROLLED PIC 9(8).
           02 CL-TOTAL-PRESENT PIC 9(8).
           02 CL-WARNING-COUNT PIC 9(5).
