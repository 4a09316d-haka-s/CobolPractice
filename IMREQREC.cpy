      *>****************************************************************
      *> IMREQREC.CPY
      *>
      *> Immunization requirements table, one row per vaccine per
      *> age, on the IMMREQ file maintained through IMMRQMNT.  A row
      *> says that a student who has reached the age (in whole years)
      *> must show at least the number of doses of the vaccine; a
      *> vaccine with a schedule carries one row for each step, e.g.
      *>     DTAP 04 4   DTAP 05 5   MMR  05 2   POLI 04 3
      *> The row's dose falls due on the birthday the age is reached.
      *> The vaccine name is the one printed on notices and lists.
      *>****************************************************************
       01 IMM-REQUIREMENT-RECORD.
           02 RQ-VACCINE PIC X(4).
           02 RQ-AGE PIC 99.
           02 RQ-DOSES PIC 9.
           02 RQ-VACCINE-NAME PIC X(20).
