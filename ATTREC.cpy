      *> check, section check -- and accumulates the per-student
      *> totals on ATTTOTL; rejects go to SUSPENSE for RECYCLE.
      *>
      *> Attendance codes:  P = present, A = absent, T = tardy,
      *>                    S = suspended.  ATTPOST posts an absence
      *>                    on a day covered by an out-of-school
      *>                    suspension on the INCIDENT file as S, so
      *>                    it is not counted as an unexcused absence.
      *>****************************************************************
       01 ATTEND-RECORD.
           02 AT-DATE PIC 9(8).
               88 ATT-PRESENT VALUE "P".
               88 ATT-ABSENT VALUE "A".
               88 ATT-TARDY VALUE "T".
               88 ATT-SUSPENDED VALUE "S".
