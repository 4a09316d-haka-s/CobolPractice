      *>****************************************************************
      *> TRUHREC.CPY
      *>
      *> Truancy notice history record, one per notice sent, on the
      *> TRUHIST file.  TRUANCY appends a record each time it mails a
      *> tier letter and reads the history back on the next run, so a
      *> student who has already had a tier's notice this school year
      *> (dated July 1 or later) never gets that tier (or a lower one)
      *> again that year -- only a climb to a higher tier sends
      *> another letter.  The absences are the cumulative
      *> count on ATTTOTL when the notice went out; the referral
      *> switch is "Y" on a top-tier notice that also went to the
      *> county agency.
      *>****************************************************************
       01 TRUANCY-NOTICE-RECORD.
           02 TN-STUDENT-ID PIC 9(7).
           02 TN-TIER PIC 9.
           02 TN-NOTICE-DATE PIC 9(8).
           02 TN-ABSENCES PIC 9(5).
           02 TN-NAME PIC X(30).
           02 TN-REFERRED-SW PIC X(1).
               88 TN-REFERRED VALUE "Y".
