      *>   NENR = SSN not enrolled on the master
      *>   SECT = section id not on the section reference
      *>   BDAT = invalid attendance date
      *>   NSCH = attendance dated on a day the school calendar shows
      *>          closed (weekend, holiday, outside every term)
      *>   ATTC = invalid attendance code
      *>   BSID = missing or non-numeric permanent student ID
      *>   INAC = enrollee withdrawn, transferred or graduated before
      *>          the date of the score or attendance
      *>   BEFD = invalid effective date on a status transaction
      *>   SUBJ = subject code not active on the subject catalog
      *>****************************************************************
       01 SUSPENSE-RECORD.
           02 SU-PROGRAM PIC X(8).
