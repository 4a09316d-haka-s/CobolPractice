      *> GUARDREC.CPY
      *>
      *> Guardian / mailing address master record, one per student.
      *> GUARDIAN is an indexed file with the permanent student ID as
      *> the record key (the masked SSN rides along for display only,
      *> the only form of the SSN stored outside the enrollee
      *> master), maintained by GUARDUPD applying coded GRDTRAN
      *> records by keyed I-O; LETTERS merges the address block onto
      *> each notice letter and LBLPRINT cuts mailing labels in
      *> letter-print order, both by keyed read, so there is no
      *> address table to outgrow.
      *>
      *> Mail that comes back undeliverable is keyed through RTNMAIL,
      *> which marks the address bad with the date it was first
      *> returned, the mailing it came back from, and how many pieces
      *> have come back since.  LETTERS and LBLPRINT hold the mail for
      *> a bad address and list the student for a phone call instead;
      *> a GRDTRAN change that gives a new address clears the mark,
      *> and ADDRAGE reports how long each address has been bad.  A
      *> blank status (records kept before the mark existed) is good.
      *>
      *> Mailings:  LETTERS  = pass/fail letters,
      *>            TRUANCY  = truancy notices,
      *>            FEESTMT  = fee statements,
      *>            IMMRPT   = immunization notices,
      *>            OTHER    = anything else sent to the address.
      *>****************************************************************
       01 GUARDIAN-RECORD.
           02 GD-SSN-MASKED PIC X(11).
           02 GD-CITY PIC X(15).
           02 GD-STATE PIC X(2).
           02 GD-ZIP PIC X(5).
           02 GD-STUDENT-ID PIC 9(7).
           02 GD-ADDRESS-STATUS PIC X(1).
               88 GD-ADDRESS-BAD VALUE "B".
           02 GD-BAD-SINCE PIC 9(8).
           02 GD-RETURNED-FROM PIC X(8).
               88 GD-MAILING-VALID VALUE "LETTERS ", "TRUANCY ",
                       "FEESTMT ", "IMMRPT  ", "OTHER   ".
           02 GD-LAST-RETURNED PIC 9(8).
           02 GD-RETURNED-COUNT PIC 99.
