      *> PENDREC.CPY
      *>
      *> Pending master-maintenance record (maker-checker control).
      *> MSTRUPDT diverts every change, delete and enrollment status
      *> (withdraw / transfer / graduate / re-admit) transaction here
      *> instead of applying it; a different operator reviews each
      *> item through APPROVE and marks it approved or refused, and
      *> the next MSTRUPDT run applies the approved ones.  Adds still
