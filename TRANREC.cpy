      *> A = add a new enrollee, C = change an existing one,
      *> D = delete.  A blank code is treated as an add so transaction
      *> files keyed before the code existed still process.
      *> The status codes change the enrollment status instead of the
      *> enrollee's details: W = withdraw, T = transfer out,
      *> G = graduate, R = re-admit.  They carry the date the change
      *> takes effect and the reason, and like changes and deletes
      *> they wait on MSTRPEND for a second operator's approval.
      *>****************************************************************
       01 TRANS-RECORD.
           02 TR-NAME PIC X(30).
               88 TR-CODE-ADD VALUE "A", " ".
               88 TR-CODE-CHANGE VALUE "C".
               88 TR-CODE-DELETE VALUE "D".
               88 TR-CODE-WITHDRAW VALUE "W".
               88 TR-CODE-TRANSFER VALUE "T".
               88 TR-CODE-GRADUATE VALUE "G".
               88 TR-CODE-READMIT VALUE "R".
               88 TR-CODE-STATUS VALUE "W", "T", "G", "R".
           02 TR-EFFECTIVE-DATE PIC 9(8).
           02 TR-STATUS-REASON PIC X(20).
