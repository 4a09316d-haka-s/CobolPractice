      *>****************************************************************
      *> CALWORK.CPY
      *>
      *> Caller-side work area for the CALCHECK subprogram.  The
      *> caller sets the function and the date (and, to count
      *> instructional days, the end of the range) and passes the
      *> fields on the CALL:
      *>
      *>   D = is CAL-DATE an instructional day?  CAL-RESULT-SW
      *>       comes back "Y" or "N".
      *>   T = the term containing CAL-DATE, or failing that the
      *>       latest term ending before it.  CAL-RESULT-SW "Y" when
      *>       a term was found, with its id, start and end.
      *>   C = the number of instructional days from CAL-DATE through
      *>       CAL-END-DATE, in CAL-DAY-COUNT.
      *>
      *> CAL-ON-FILE-SW comes back "N" when there is no CALENDAR on
      *> file; every day then answers as an instructional day, no
      *> term is found, and the caller falls back to its old rule.
      *>****************************************************************
       01 CALENDAR-CALL-AREA.
           02 CAL-FUNCTION PIC X(1) VALUE "D".
           02 CAL-DATE PIC 9(8) VALUE 0.
           02 CAL-END-DATE PIC 9(8) VALUE 0.
           02 CAL-RESULT-SW PIC X(1) VALUE "N".
               88 CAL-SCHOOL-DAY VALUE "Y".
               88 CAL-TERM-FOUND VALUE "Y".
           02 CAL-DAY-COUNT PIC 9(5) VALUE 0.
           02 CAL-TERM-ID PIC X(6) VALUE SPACES.
           02 CAL-TERM-START PIC 9(8) VALUE 0.
           02 CAL-TERM-END PIC 9(8) VALUE 0.
           02 CAL-ON-FILE-SW PIC X(1) VALUE "N".
               88 CAL-ON-FILE VALUE "Y".
