      *>****************************************************************
      *> INCDREC.CPY
      *>
      *> Discipline incident record, one per incident per student, on
      *> the INCIDENT file maintained through DISCMNT.  The incident
      *> number is assigned when the incident is added and never
      *> changes.  The section is the class the incident happened in
      *> (blank when it was outside class) and the grade is the
      *> student's grade level at the time, taken from the student's
      *> latest ROSTEROUT row unless the operator keys it.
      *>
      *> An out-of-school suspension (action SUSP) carries the number
      *> of school days and the first and last instructional day it
      *> covers, worked out from the school calendar when it is
      *> keyed.  ATTPOST posts an absence on any of those days under
      *> attendance code S (suspended), so a suspension never counts
      *> as an unexcused absence.  Any other action carries no days.
      *>
      *> Incident types:  FGHT = fighting, DISR = disruption,
      *>                  DEFI = defiance, BULY = bullying or
      *>                  harassment, VAND = vandalism, THFT = theft,
      *>                  SUBS = tobacco, alcohol or drugs,
      *>                  WEAP = weapon, OTHR = other.
      *> Actions taken:   WARN = warning, DETN = detention,
      *>                  CONF = parent conference, ISSP = in-school
      *>                  suspension, SUSP = out-of-school suspension,
      *>                  REFR = referred for expulsion hearing.
      *>****************************************************************
       01 INCIDENT-RECORD.
           02 IN-INCIDENT-ID PIC 9(6).
           02 IN-STUDENT-ID PIC 9(7).
           02 IN-INCIDENT-DATE PIC 9(8).
           02 IN-SECTION PIC X(3).
           02 IN-GRADE PIC 99.
           02 IN-TYPE PIC X(4).
               88 IN-TYPE-VALID VALUE "FGHT", "DISR", "DEFI", "BULY",
                       "VAND", "THFT", "SUBS", "WEAP", "OTHR".
           02 IN-ACTION PIC X(4).
               88 IN-ACTION-VALID VALUE "WARN", "DETN", "CONF",
                       "ISSP", "SUSP", "REFR".
               88 IN-SUSPENSION VALUE "SUSP".
           02 IN-SUSP-DAYS PIC 99.
           02 IN-SUSP-START PIC 9(8).
           02 IN-SUSP-END PIC 9(8).
           02 IN-DESCRIPTION PIC X(30).
           02 IN-ENTERED-BY PIC X(8).
           02 IN-ENTERED-DATE PIC 9(8).
