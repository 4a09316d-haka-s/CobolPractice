      *> choice; the password is stored scrambled through the
      *> SCRAMBLE subprogram so a shoulder-surfed file listing reads
      *> as noise; the new-password switch forces a change at the
      *> operator's next sign-on.  Once the menu passed forty
      *> functions the second forty authorization bytes were added
      *> at the end of the record, so a record written before then
      *> reads with those bytes blank -- not authorized -- until
      *> OPERADM grants them.  The last successful sign-on date
      *> (stamped by MENU) and the date the account was added or
      *> last reactivated (stamped by OPERADM) came later still, for
      *> the dormant-account sweep in OPERDORM; a record written
      *> before then reads with both dates blank, so readers test
      *> them NUMERIC before trusting them.
      *>
      *> Status codes:  A = active, D = deactivated.
      *>****************************************************************
               88 OP-DEACTIVATED VALUE "D".
           02 OP-NEWPASS-SW PIC X(1).
               88 OP-MUST-CHANGE VALUE "Y".
           02 OP-AUTHS-EXT PIC X(40).
           02 OP-LAST-SIGNON PIC 9(8).
           02 OP-ACTIVATED-DATE PIC 9(8).
