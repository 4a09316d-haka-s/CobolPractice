      *> night's output can be matched against the same day's intake.
      *> The source tag rides through from the NITETRAN record ("C" =
      *> county feed) so CNTYEXTR can pull exactly the night's
      *> county-sourced results for the return feed.  The permanent
      *> student ID rides at the end; the masked SSN stays because
      *> RECON matches NITEOUT back to INTAKE, which has no ID.
      *>****************************************************************
       01 NITE-OUT-RECORD.
           02 NO-NAME PIC X(30).
           02 NO-PASS-FAIL PIC X(1).
           02 NO-RUN-DATE PIC 9(8).
           02 NO-SOURCE PIC X(1).
           02 NO-STUDENT-ID PIC 9(7).
