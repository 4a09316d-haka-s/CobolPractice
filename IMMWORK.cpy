      *>****************************************************************
      *> IMMWORK.CPY
      *>
      *> Caller-side work area for the IMMCHECK subprogram.  The
      *> caller sets the function, the student ID, the run date and
      *> (when it knows it) the birth date, and passes the fields on
      *> the CALL:
      *>
      *>   C = check the student's record against the requirements.
      *>   O = the same, first opening an empty record dated today
      *>       for a student who has none, so the proof falls due
      *>       from today.
      *>   R = drop the tables so the next call reloads them (IMMMNT
      *>       and IMMRQMNT do this after rewriting their files).
      *>
      *> The birth date on the record is used; the caller's birth
      *> date stands in when the record has none, and a student ID of
      *> zero checks the caller's birth date against no doses at all.
      *> IMM-RESULT-SW comes back:
      *>   Y = compliant, E = exempt, N = doses missing,
      *>   R = no immunization record, B = no birth date to measure.
      *> For N (and for R with a birth date) the missing vaccines come
      *> back with the doses held and needed and the date each fell
      *> due; IMM-DUE-DATE is the earliest of them, or for R / B the
      *> date the record was opened (today when there is none).
      *> IMM-ON-FILE-SW comes back "N" when there is no IMMREQ table
      *> on file; nothing is then required and every student answers
      *> compliant.
      *>****************************************************************
       01 IMMUNIZATION-CALL-AREA.
           02 IMM-FUNCTION PIC X(1) VALUE "C".
           02 IMM-STUDENT-ID PIC 9(7) VALUE 0.
           02 IMM-BIRTH-DATE PIC 9(8) VALUE 0.
           02 IMM-RUN-DATE PIC 9(8) VALUE 0.
           02 IMM-RESULT-SW PIC X(1) VALUE "Y".
               88 IMM-COMPLIANT VALUE "Y".
               88 IMM-EXEMPT VALUE "E".
               88 IMM-DOSES-MISSING VALUE "N".
               88 IMM-NO-RECORD VALUE "R".
               88 IMM-NO-BIRTH-DATE VALUE "B".
               88 IMM-NOT-COMPLIANT VALUE "N", "R", "B".
           02 IMM-AGE PIC 99 VALUE 0.
           02 IMM-DUE-DATE PIC 9(8) VALUE 0.
           02 IMM-MISSING-COUNT PIC 99 VALUE 0.
           02 IMM-MISSING-TABLE.
               03 IMM-MISSING-ENTRY OCCURS 10 TIMES.
                   04 IMM-MS-VACCINE PIC X(4).
                   04 IMM-MS-NAME PIC X(20).
                   04 IMM-MS-HAVE PIC 9.
                   04 IMM-MS-NEED PIC 9.
                   04 IMM-MS-DUE-DATE PIC 9(8).
           02 IMM-ON-FILE-SW PIC X(1) VALUE "N".
               88 IMM-REQUIREMENTS-ON-FILE VALUE "Y".
