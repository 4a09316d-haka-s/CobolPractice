       PROGRAM-ID. APPROVE.
      *>****************************************************************
      *> Pending maintenance approval run (the checker half of the
      *> maker-checker control on master deletes, changes and
      *> enrollment status changes).  Walks the MSTRPEND queue record
      *> by record, shows the reviewing operator the held transaction
      *> and who entered it, and lets them approve it, refuse it, or
      *> leave it pending.  The
      *> reviewer must not be the operator who entered the item --
      *> that is the whole point.  Approved and refused items stay on
      *> the queue with their review stamp; the next MSTRUPDT run
                       " ON " PD-ENTERED-DATE
               DISPLAY "  NAME . . . . . " TR-NAME
               DISPLAY "  CODE . . . . . " TR-TRANS-CODE
               IF TR-CODE-STATUS
                   DISPLAY "  EFFECTIVE  . . " TR-EFFECTIVE-DATE
                   DISPLAY "  REASON . . . . " TR-STATUS-REASON
               ELSE
                   DISPLAY "  NUM1 / NUM2  . " TR-NUM1 " / " TR-NUM2
               END-IF
               IF PD-ENTERED-BY = REVIEWER-ID
                   DISPLAY "ENTERED BY THIS OPERATOR -- A DIFFERENT "
                           "OPERATOR MUST REVIEW IT, ITEM KEPT"
