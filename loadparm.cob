           88 CARD-VALID VALUE "Y".
       01 VALUE-IDX PIC 9(3) COMP VALUE 0.
       01 VALUE-DIGIT PIC 9 VALUE 0.
       01 CARD-HOURS PIC 9(8) VALUE 0.
       01 CARD-MINUTES PIC 9(8) VALUE 0.
           LINKAGE SECTION.
               COPY RUNPARM.

                       PERFORM SET-SUSP-AGE-LIMIT
                   WHEN "BACKUP-GENS"
                       PERFORM SET-BACKUP-GENS
                   WHEN "HONOR-GPA"
                       PERFORM SET-HONOR-GPA
                   WHEN "DEANS-GPA"
                       PERFORM SET-DEANS-GPA
                   WHEN "TRUANCY-TIER1"
                       PERFORM SET-TRUANCY-TIER1
                   WHEN "TRUANCY-TIER2"
                       PERFORM SET-TRUANCY-TIER2
                   WHEN "TRUANCY-TIER3"
                       PERFORM SET-TRUANCY-TIER3
                   WHEN "FEE-HOLD-LIMIT"
                       PERFORM SET-FEE-HOLD-LIMIT
                   WHEN "DISC-REPEAT"
                       PERFORM SET-DISC-REPEAT
                   WHEN "IMM-GRACE"
                       PERFORM SET-IMM-GRACE
                   WHEN "WINDOW-TARGET"
                       PERFORM SET-WINDOW-TARGET
                   WHEN "OVERRUN-PCT"
                       PERFORM SET-OVERRUN-PCT
                   WHEN "TREND-NIGHTS"
                       PERFORM SET-TREND-NIGHTS
                   WHEN "DORMANT-DAYS"
                       PERFORM SET-DORMANT-DAYS
                   WHEN "CENSUS-DATE"
                       PERFORM SET-CENSUS-DATE
                   WHEN "STATE-SCHOOL"
                       PERFORM SET-STATE-SCHOOL
                   WHEN OTHER
                       DISPLAY "UNKNOWN PARAMETER CARD IGNORED: "
                               CARD-KEYWORD
               DISPLAY "BAD BACKUP-GENS CARD -- DEFAULT KEPT"
           END-IF.

       SET-HONOR-GPA.
           IF CARD-VALID AND CARD-NUMBER <= 400
               COMPUTE PARM-HONOR-GPA = CARD-NUMBER / 100
           ELSE
               DISPLAY "BAD HONOR-GPA CARD -- DEFAULT KEPT"
           END-IF.

       SET-DEANS-GPA.
           IF CARD-VALID AND CARD-NUMBER <= 400
               COMPUTE PARM-DEANS-GPA = CARD-NUMBER / 100
           ELSE
               DISPLAY "BAD DEANS-GPA CARD -- DEFAULT KEPT"
           END-IF.

       SET-TRUANCY-TIER1.
           IF CARD-VALID AND CARD-NUMBER > 0 AND CARD-NUMBER <= 999
               MOVE CARD-NUMBER TO PARM-TRUANCY-TIER1
           ELSE
               DISPLAY "BAD TRUANCY-TIER1 CARD -- DEFAULT KEPT"
           END-IF.

       SET-TRUANCY-TIER2.
           IF CARD-VALID AND CARD-NUMBER > 0 AND CARD-NUMBER <= 999
               MOVE CARD-NUMBER TO PARM-TRUANCY-TIER2
           ELSE
               DISPLAY "BAD TRUANCY-TIER2 CARD -- DEFAULT KEPT"
           END-IF.

       SET-TRUANCY-TIER3.
           IF CARD-VALID AND CARD-NUMBER > 0 AND CARD-NUMBER <= 999
               MOVE CARD-NUMBER TO PARM-TRUANCY-TIER3
           ELSE
               DISPLAY "BAD TRUANCY-TIER3 CARD -- DEFAULT KEPT"
           END-IF.

       SET-FEE-HOLD-LIMIT.
           IF CARD-VALID AND CARD-NUMBER <= 99999
               MOVE CARD-NUMBER TO PARM-FEE-HOLD-LIMIT
           ELSE
               DISPLAY "BAD FEE-HOLD-LIMIT CARD -- DEFAULT KEPT"
           END-IF.

       SET-DISC-REPEAT.
           IF CARD-VALID AND CARD-NUMBER >= 2 AND CARD-NUMBER <= 999
               MOVE CARD-NUMBER TO PARM-DISC-REPEAT
           ELSE
               DISPLAY "BAD DISC-REPEAT CARD -- DEFAULT KEPT"
           END-IF.

       SET-IMM-GRACE.
           IF CARD-VALID AND CARD-NUMBER <= 365
               MOVE CARD-NUMBER TO PARM-IMM-GRACE
           ELSE
               DISPLAY "BAD IMM-GRACE CARD -- DEFAULT KEPT"
           END-IF.

       SET-WINDOW-TARGET.
           DIVIDE CARD-NUMBER BY 100 GIVING CARD-HOURS
               REMAINDER CARD-MINUTES
           IF CARD-VALID AND CARD-HOURS < 24 AND CARD-MINUTES < 60
               MOVE CARD-NUMBER TO PARM-WINDOW-TARGET
           ELSE
               DISPLAY "BAD WINDOW-TARGET CARD -- DEFAULT KEPT"
           END-IF.

       SET-OVERRUN-PCT.
           IF CARD-VALID AND CARD-NUMBER > 0 AND CARD-NUMBER <= 999
               MOVE CARD-NUMBER TO PARM-OVERRUN-PCT
           ELSE
               DISPLAY "BAD OVERRUN-PCT CARD -- DEFAULT KEPT"
           END-IF.

       SET-TREND-NIGHTS.
           IF CARD-VALID AND CARD-NUMBER > 0 AND CARD-NUMBER <= 10
               MOVE CARD-NUMBER TO PARM-TREND-NIGHTS
           ELSE
               DISPLAY "BAD TREND-NIGHTS CARD -- DEFAULT KEPT"
           END-IF.

       SET-DORMANT-DAYS.
           IF CARD-VALID AND CARD-NUMBER > 0 AND CARD-NUMBER <= 999
               MOVE CARD-NUMBER TO PARM-DORMANT-DAYS
           ELSE
               DISPLAY "BAD DORMANT-DAYS CARD -- DEFAULT KEPT"
           END-IF.

       SET-CENSUS-DATE.
           IF CARD-VALID
               MOVE CARD-NUMBER TO PARM-CENSUS-DATE
           ELSE
               DISPLAY "BAD CENSUS-DATE CARD -- DEFAULT KEPT"
           END-IF.

       SET-STATE-SCHOOL.
           IF CARD-VALUE(1:6) NOT = SPACES
                   AND CARD-VALUE(7:6) = SPACES
               MOVE CARD-VALUE(1:6) TO PARM-STATE-SCHOOL
           ELSE
               DISPLAY "BAD STATE-SCHOOL CARD -- DEFAULT KEPT"
           END-IF.

       ECHO-PARAMETERS.
           DISPLAY "RUN PARAMETERS IN EFFECT:"
           DISPLAY "  CUTOFF-A/B/C/D . . " PARM-CUTOFF-A " "
           DISPLAY "  ABSENCE-PCT  . . . " PARM-ABSENCE-PCT
           DISPLAY "  STAT-TOLERANCE . . " PARM-STAT-TOLERANCE
           DISPLAY "  SUSP-AGE-LIMIT . . " PARM-SUSP-AGE-LIMIT
           DISPLAY "  BACKUP-GENS  . . . " PARM-BACKUP-GENS
           DISPLAY "  HONOR-GPA  . . . . " PARM-HONOR-GPA
           DISPLAY "  DEANS-GPA  . . . . " PARM-DEANS-GPA
           DISPLAY "  TRUANCY-TIER1  . . " PARM-TRUANCY-TIER1
           DISPLAY "  TRUANCY-TIER2  . . " PARM-TRUANCY-TIER2
           DISPLAY "  TRUANCY-TIER3  . . " PARM-TRUANCY-TIER3
           DISPLAY "  FEE-HOLD-LIMIT . . " PARM-FEE-HOLD-LIMIT
           DISPLAY "  DISC-REPEAT  . . . " PARM-DISC-REPEAT
           DISPLAY "  IMM-GRACE  . . . . " PARM-IMM-GRACE
           DISPLAY "  WINDOW-TARGET  . . " PARM-WINDOW-TARGET
           DISPLAY "  OVERRUN-PCT  . . . " PARM-OVERRUN-PCT
           DISPLAY "  TREND-NIGHTS . . . " PARM-TREND-NIGHTS
           DISPLAY "  DORMANT-DAYS . . . " PARM-DORMANT-DAYS
           DISPLAY "  CENSUS-DATE  . . . " PARM-CENSUS-DATE
           DISPLAY "  STATE-SCHOOL . . . " PARM-STATE-SCHOOL.
