      *> a forced password change at first use and the lockout after
      *> three failed attempts recorded to the audit trail.  Each
      *> operator carries one authorization byte per menu function
      *> (eighty bytes, positional by menu choice), and an
      *> unauthorized choice is refused and logged
      *> to the audit trail with the operator id.  Operators are
      *> maintained through OPERADM.  Every successful sign-on
      *> stamps the operator's last sign-on date on the record, which
      *> the dormant-account sweep in OPERDORM and the quarterly
      *> recertification report in OPERCERT both read.  If no OPERATOR
      *> file exists yet the console runs wide open with a warning,
      *> so a new shop can bootstrap its first operator records.
      *>****************************************************************

       01 SIGNON-ID PIC X(8) VALUE SPACES.
       01 SIGNON-NAME PIC X(20) VALUE SPACES.
       01 SIGNON-AUTHS PIC X(80) VALUE SPACES.
       01 SIGNON-PASSWORD PIC X(8) VALUE SPACES.
       01 SIGNON-STATUS PIC X(1) VALUE SPACE.
           88 SIGNON-DEACTIVATED VALUE "D".
       01 OPER-FILE-COUNT PIC 9(5) VALUE 0.
       01 OPER-COUNT PIC 9(3) VALUE 0.
       01 OPER-TABLE.
           02 OPER-ENTRY PIC X(134) OCCURS 200 TIMES.
       01 OPER-IDX PIC 9(3) VALUE 0.
       01 PASS-SAVED-SW PIC X(1) VALUE "N".
           88 PASS-SAVED VALUE "Y".
       01 SIGNON-DATE PIC 9(8) VALUE 0.
       COPY AUDITWK.

       PROCEDURE DIVISION.
               DISPLAY " 31. OPERATOR ADMINISTRATION"
               DISPLAY " 32. GENERATION RESTORE"
               DISPLAY " 33. STUDENT DOSSIER PRINT"
               DISPLAY " 34. WITHDRAWAL/TRANSFER REGISTER"
               DISPLAY " 35. SUBJECT CATALOG MAINTENANCE"
               DISPLAY " 36. GRADUATION CREDIT AUDIT"
               DISPLAY " 37. CLASS RANK AND HONORS"
               DISPLAY " 38. COURSE REQUEST SECTION LOADING"
               DISPLAY " 39. SCHOOL CALENDAR MAINTENANCE"
               DISPLAY " 40. TRUANCY NOTICES"
               DISPLAY " 41. TEACHER GRADEBOOK ENTRY"
               DISPLAY " 42. GRADEBOOK TERM CLOSE-OUT"
               DISPLAY " 43. GRADE CHANGE ENTRY/REVIEW"
               DISPLAY " 44. APPLY APPROVED GRADE CHANGES"
               DISPLAY " 45. GRADE CUTOFF WHAT-IF SIMULATION"
               DISPLAY " 46. FEE TRANSACTION ENTRY"
               DISPLAY " 47. FEE POSTING AND CASH BALANCING"
               DISPLAY " 48. FEE STATEMENTS AND HOLD LIST"
               DISPLAY " 49. DISCIPLINE INCIDENT MAINTENANCE"
               DISPLAY " 50. MONTHLY DISCIPLINE REPORT"
               DISPLAY " 51. IMMUNIZATION RECORD MAINTENANCE"
               DISPLAY " 52. IMMUNIZATION REQUIREMENTS MAINTENANCE"
               DISPLAY " 53. IMMUNIZATION COMPLIANCE RUN"
               DISPLAY " 54. RETURNED MAIL ENTRY"
               DISPLAY " 55. BAD ADDRESS AGING REPORT"
               DISPLAY " 56. CROSS-FILE INTEGRITY SWEEP"
               DISPLAY " 57. BATCH WINDOW TREND REPORT"
               DISPLAY " 58. OPERATOR ACCESS RECERTIFICATION"
               DISPLAY " 59. DORMANT OPERATOR SWEEP"
               DISPLAY " 60. STATE ENROLLMENT CENSUS"
               DISPLAY " 61. SCHOOL YEAR ROLLOVER"
               DISPLAY " 99. EXIT"
               DISPLAY "============================================"
               DISPLAY "ENTER CHOICE " WITH NO ADVANCING
               EVALUATE TRUE
                   WHEN MENU-CHOICE = 99
                       SET MENU-DONE TO TRUE
                   WHEN MENU-CHOICE < 1 OR MENU-CHOICE > 61
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
                   WHEN SIGNON-AUTHS(MENU-CHOICE:1) NOT = "Y"
                       PERFORM REFUSE-UNAUTHORIZED-CHOICE
                   CALL "FILEREST"
               WHEN 33
                   CALL "DOSSIER"
               WHEN 34
                   CALL "WDRLRPT"
               WHEN 35
                   CALL "SUBJMNT"
               WHEN 36
                   CALL "GRADAUDT"
               WHEN 37
                   CALL "CLASRANK"
               WHEN 38
                   CALL "SECTLOAD"
               WHEN 39
                   CALL "CALMNT"
               WHEN 40
                   CALL "TRUANCY"
               WHEN 41
                   CALL "GRADEBK"
               WHEN 42
                   CALL "GBCLOSE"
               WHEN 43
                   CALL "GRDCHG"
               WHEN 44
                   CALL "GRDAPPLY"
               WHEN 45
                   CALL "CUTSIM"
               WHEN 46
                   CALL "FEEENTRY"
               WHEN 47
                   CALL "FEEPOST"
               WHEN 48
                   CALL "FEESTMT"
               WHEN 49
                   CALL "DISCMNT"
               WHEN 50
                   CALL "DISCRPT"
               WHEN 51
                   CALL "IMMMNT"
               WHEN 52
                   CALL "IMMRQMNT"
               WHEN 53
                   CALL "IMMRPT"
               WHEN 54
                   CALL "RTNMAIL"
               WHEN 55
                   CALL "ADDRAGE"
               WHEN 56
                   CALL "INTEGCHK"
               WHEN 57
                   CALL "WINTREND"
               WHEN 58
                   CALL "OPERCERT"
               WHEN 59
                   CALL "OPERDORM"
               WHEN 60
                   CALL "CENSUS"
               WHEN 61
                   CALL "ROLLOVER"
               WHEN OTHER
                   DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
           END-EVALUATE.
                       IF SIGNON-MUST-CHANGE
                           PERFORM FORCE-PASSWORD-CHANGE
                       END-IF
                       PERFORM UPDATE-OPERATOR-RECORD
                       IF PASS-CHANGED AND PASS-SAVED
                           DISPLAY "PASSWORD CHANGED"
                       END-IF
                       DISPLAY "WELCOME " SIGNON-NAME
                   END-IF
               END-PERFORM
                   NOT AT END
                       IF OP-ID = SIGNON-ID
                           MOVE OP-NAME TO SIGNON-NAME
                           MOVE OP-AUTHS TO SIGNON-AUTHS(1:40)
                           MOVE OP-AUTHS-EXT TO SIGNON-AUTHS(41:40)
                           MOVE OP-PASSWORD TO SIGNON-PASSWORD
                           MOVE OP-STATUS TO SIGNON-STATUS
                           MOVE OP-NEWPASS-SW TO SIGNON-NEWPASS-SW
                       SET PASS-CHANGED TO TRUE
               END-EVALUATE
           END-PERFORM
           CALL "SCRAMBLE" USING NEW-PASSWORD-1, PASSWORD-SCRAMBLED.

      *>   The whole file rides through a work table for the rewrite,
      *>   the same shape as the other rewrite-in-place maintenance.
      *>   table could not hold, so count first and refuse rather
      *>   than truncate the file -- the forced-change switch stays
      *>   set on file, so the change is demanded again next sign-on.
      *>   The sign-on date is the wall-clock date, not the business
      *>   date -- it records when the operator actually signed on.
      *>   A forced password change rides the same rewrite.
       UPDATE-OPERATOR-RECORD.
           MOVE "N" TO PASS-SAVED-SW
           ACCEPT SIGNON-DATE FROM DATE YYYYMMDD
           MOVE 0 TO OPER-FILE-COUNT
           MOVE 0 TO OPER-COUNT
           MOVE "N" TO OPERATOR-EOF-SW
                       ADD 1 TO OPER-FILE-COUNT
                       IF OPER-FILE-COUNT <= 200
                           IF OP-ID = SIGNON-ID
                               MOVE SIGNON-DATE TO OP-LAST-SIGNON
                               IF PASS-CHANGED
                                   MOVE PASSWORD-SCRAMBLED
                                           TO OP-PASSWORD
                                   MOVE "N" TO OP-NEWPASS-SW
                               END-IF
                           END-IF
                           MOVE OPER-FILE-COUNT TO OPER-IDX
                           MOVE OPERATOR-RECORD
           CLOSE OPERATOR-FILE
           IF OPER-FILE-COUNT > 200
               DISPLAY "TOO MANY OPERATOR RECORDS ("
                       OPER-FILE-COUNT ") -- SIGN-ON NOT RECORDED, "
                       "FILE UNCHANGED"
               IF PASS-CHANGED
                   DISPLAY "PASSWORD CHANGE NOT SAVED"
               END-IF
           ELSE
               MOVE OPER-FILE-COUNT TO OPER-COUNT
               OPEN OUTPUT OPERATOR-FILE
