           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUTSIM.
      *>****************************************************************
      *> Grade cutoff what-if simulation.  Reads a proposed set of
      *> grading rules from its own CUTPROP card file -- the same
      *> keyword cards as RUNPARMS (CUTOFF-A through CUTOFF-D,
      *> PASS-THRU, PROMOTE-MARGIN), any rule not carded staying as
      *> it is today -- and never touches RUNPARMS itself.  The
      *> selected term's SCORHIST scores (the calendar term holding
      *> the keyed date, latest run of each subject, as PROMOTE and
      *> RPTCARD read the term) are SORTed by student and re-graded
      *> from the numeric score under both the current and the
      *> proposed rules.  CUTSIMRPT lists every student whose
      *> PROMOTE decision would change, then the movement by section
      *> and subject -- letters gained and lost, pass-to-fail and
      *> fail-to-pass flips -- so administration can sign off on a
      *> cutoff change knowing what it does.  Nothing is written but
      *> the report and the audit record.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-FILE ASSIGN TO "CUTPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROPOSAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT SIM-REPORT-FILE ASSIGN TO "CUTSIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE.
       01 PROPOSAL-CARD PIC X(80).

       FD  HISTORY-FILE.
       COPY HISTREC.

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
           02 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-SECTION PIC X(3).
           02 SR-NAME PIC X(30).
           02 SR-NUMERIC-SCORE PIC 999.

       FD  SIM-REPORT-FILE.
       01 SIM-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 PROPOSAL-STATUS PIC XX VALUE "00".
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 SIM-REPORT-STATUS PIC XX VALUE "00".
       01 PROPOSAL-EOF-SW PIC X(1) VALUE "N".
           88 PROPOSAL-EOF VALUE "Y".
       01 HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE PIC 9(8) VALUE ZERO.
       01 TERM-DATE-IN PIC X(8) VALUE SPACES.
       01 TERM-START PIC 9(8) VALUE ZERO.
       01 TERM-END PIC 9(8) VALUE ZERO.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.

      *>   The proposed rules, seeded from the rules in force.
       01 PROPOSED-PARMS.
           02 PROP-CUTOFF-A PIC 999 VALUE 0.
           02 PROP-CUTOFF-B PIC 999 VALUE 0.
           02 PROP-CUTOFF-C PIC 999 VALUE 0.
           02 PROP-CUTOFF-D PIC 999 VALUE 0.
           02 PROP-PASS-THRU PIC X(1) VALUE SPACE.
           02 PROP-PROMOTE-MARGIN PIC 9(3) VALUE 0.
       01 CARD-KEYWORD PIC X(20) VALUE SPACES.
       01 CARD-VALUE PIC X(12) VALUE SPACES.
       01 CARD-NUMBER PIC 9(8) VALUE 0.
       01 CARD-VALID-SW PIC X(1) VALUE "N".
           88 CARD-VALID VALUE "Y".
       01 VALUE-IDX PIC 9(3) COMP VALUE 0.
       01 VALUE-DIGIT PIC 9 VALUE 0.
       01 CARD-COUNT PIC 9(3) VALUE 0.
       01 BAD-CARD-COUNT PIC 9(3) VALUE 0.

       01 CUR-MARGIN-FLOOR PIC S9(4) VALUE 0.
       01 PROP-MARGIN-FLOOR PIC S9(4) VALUE 0.

      *>   One score graded both ways.
       01 GRADE-SCORE PIC 999 VALUE 0.
       01 GRADE-CUTOFF-A PIC 999 VALUE 0.
       01 GRADE-CUTOFF-B PIC 999 VALUE 0.
       01 GRADE-CUTOFF-C PIC 999 VALUE 0.
       01 GRADE-CUTOFF-D PIC 999 VALUE 0.
       01 GRADE-PASS-THRU PIC X(1) VALUE SPACE.
       01 GRADE-LETTER PIC X(1) VALUE SPACE.
       01 GRADE-PASS-FAIL PIC X(1) VALUE SPACE.
       01 CUR-LETTER PIC X(1) VALUE SPACE.
       01 CUR-PASS-FAIL PIC X(1) VALUE SPACE.
       01 PROP-LETTER PIC X(1) VALUE SPACE.
       01 PROP-PASS-FAIL PIC X(1) VALUE SPACE.

       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 SUPERSEDED-COUNT PIC 9(7) VALUE 0.
       01 CURRENT-KEY PIC X(7) VALUE SPACES.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 PRIOR-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.

       01 CUR-FAIL-COUNT PIC 9(3) VALUE 0.
       01 PROP-FAIL-COUNT PIC 9(3) VALUE 0.
       01 CUR-CLOSE-SW PIC X(1) VALUE "Y".
           88 CUR-ALL-CLOSE VALUE "Y".
       01 PROP-CLOSE-SW PIC X(1) VALUE "Y".
           88 PROP-ALL-CLOSE VALUE "Y".
       01 CUR-DECISION PIC X(1) VALUE SPACE.
       01 PROP-DECISION PIC X(1) VALUE SPACE.

      *>   Movement by section and subject, kept in section/subject
      *>   order as entries are added.
       01 MOVE-COUNT PIC 9(3) VALUE 0.
       01 MOVE-TABLE.
           02 MOVE-ENTRY OCCURS 500 TIMES.
               03 MV-KEY.
                   04 MV-SECTION PIC X(3).
                   04 MV-SUBJECT PIC X(3).
               03 MV-SCORES PIC 9(5).
               03 MV-GAINED PIC 9(5).
               03 MV-LOST PIC 9(5).
               03 MV-TO-FAIL PIC 9(5).
               03 MV-TO-PASS PIC 9(5).
       01 MOVE-IDX PIC 9(3) VALUE 0.
       01 MOVE-FOUND-IDX PIC 9(3) VALUE 0.
       01 MOVE-SHIFT-IDX PIC 9(3) VALUE 0.
       01 MOVE-KEY.
           02 MK-SECTION PIC X(3).
           02 MK-SUBJECT PIC X(3).
       01 MOVE-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01 STUDENT-COUNT PIC 9(7) VALUE 0.
       01 SCORE-COUNT PIC 9(7) VALUE 0.
       01 GAINED-TOTAL PIC 9(7) VALUE 0.
       01 LOST-TOTAL PIC 9(7) VALUE 0.
       01 TO-FAIL-TOTAL PIC 9(7) VALUE 0.
       01 TO-PASS-TOTAL PIC 9(7) VALUE 0.
       01 DECISION-CHANGE-COUNT PIC 9(7) VALUE 0.

       01 MOVE-DETAIL.
           02 MD-SECTION PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 MD-SUBJECT PIC X(3).
           02 FILLER PIC X(3) VALUE SPACES.
           02 MD-SCORES PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 MD-GAINED PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 MD-LOST PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 MD-TO-FAIL PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 MD-TO-PASS PIC ZZZZ9.
       01 DECISION-DETAIL.
           02 DD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 DD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-CUR-DECISION PIC X(1).
           02 FILLER PIC X(4) VALUE " -> ".
           02 DD-PROP-DECISION PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-CUR-FAILS PIC ZZ9.
           02 FILLER PIC X(4) VALUE " -> ".
           02 DD-PROP-FAILS PIC ZZ9.
           02 FILLER PIC X(6) VALUE " FAILS".

       PROCEDURE DIVISION.
       CUTSIM-DRIVER.
           MOVE 0 TO HISTORY-COUNT
           MOVE 0 TO SUPERSEDED-COUNT
           MOVE 0 TO STUDENT-COUNT
           MOVE 0 TO SCORE-COUNT
           MOVE 0 TO DECISION-CHANGE-COUNT
           MOVE 0 TO MOVE-COUNT
           MOVE 0 TO MOVE-OVERFLOW-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "GRADE CUTOFF WHAT-IF SIMULATION"
           PERFORM LOAD-PROPOSED-RULES
           IF PROPOSAL-STATUS = "35"
               DISPLAY "NO CUTPROP CARD FILE -- NOTHING TO SIMULATE"
               GOBACK
           END-IF
           IF PROP-CUTOFF-A <= PROP-CUTOFF-B
                   OR PROP-CUTOFF-B <= PROP-CUTOFF-C
                   OR PROP-CUTOFF-C <= PROP-CUTOFF-D
               DISPLAY "PROPOSED CUTOFFS ARE NOT IN DESCENDING ORDER "
                       "-- RUN ABORTED"
               GOBACK
           END-IF
           COMPUTE CUR-MARGIN-FLOOR
                   = PARM-CUTOFF-D - PARM-PROMOTE-MARGIN
           COMPUTE PROP-MARGIN-FLOOR
                   = PROP-CUTOFF-D - PROP-PROMOTE-MARGIN
           DISPLAY "SIMULATE TERM FOR DATE (YYYYMMDD, BLANK=TODAY) "
                   WITH NO ADVANCING
           ACCEPT TERM-DATE-IN
           IF TERM-DATE-IN = SPACES
               MOVE RUN-DATE TO TERM-DATE
           ELSE
               IF TERM-DATE-IN IS NUMERIC
                   MOVE TERM-DATE-IN TO TERM-DATE
               ELSE
                   DISPLAY "INVALID DATE -- USING TODAY"
                   MOVE RUN-DATE TO TERM-DATE
               END-IF
           END-IF
           PERFORM FIND-CALENDAR-TERM
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE -- SCORHIST NOT FOUND"
               GOBACK
           END-IF
           CLOSE HISTORY-FILE
           OPEN OUTPUT SIM-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               ON ASCENDING KEY SR-SUBJECT
               ON DESCENDING KEY SR-RUN-DATE
               INPUT PROCEDURE IS RELEASE-TERM-HISTORY
               OUTPUT PROCEDURE IS SIMULATE-SORTED-STUDENTS
           PERFORM WRITE-DECISION-TOTALS
           PERFORM WRITE-MOVEMENT-SECTION
           CLOSE SIM-REPORT-FILE
           IF HISTORY-COUNT = 0
               DISPLAY "NO SCORE HISTORY FOR THAT DATE -- "
                       "NOTHING SIMULATED"
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   The proposal starts as today's rules; each card replaces
      *>   one.  A bad card keeps today's value, as LOADPARM does.
       LOAD-PROPOSED-RULES.
           MOVE PARM-CUTOFF-A TO PROP-CUTOFF-A
           MOVE PARM-CUTOFF-B TO PROP-CUTOFF-B
           MOVE PARM-CUTOFF-C TO PROP-CUTOFF-C
           MOVE PARM-CUTOFF-D TO PROP-CUTOFF-D
           MOVE PARM-PASS-THRU TO PROP-PASS-THRU
           MOVE PARM-PROMOTE-MARGIN TO PROP-PROMOTE-MARGIN
           MOVE 0 TO CARD-COUNT
           MOVE 0 TO BAD-CARD-COUNT
           MOVE "N" TO PROPOSAL-EOF-SW
           OPEN INPUT PROPOSAL-FILE
           IF PROPOSAL-STATUS NOT = "35"
               PERFORM UNTIL PROPOSAL-EOF
                   READ PROPOSAL-FILE
                       AT END
                           SET PROPOSAL-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-PROPOSAL-CARD
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
               DISPLAY "PROPOSAL CARDS APPLIED  . . . " CARD-COUNT
               DISPLAY "            CURRENT  PROPOSED"
               DISPLAY "CUTOFF-A  . . " PARM-CUTOFF-A "      "
                       PROP-CUTOFF-A
               DISPLAY "CUTOFF-B  . . " PARM-CUTOFF-B "      "
                       PROP-CUTOFF-B
               DISPLAY "CUTOFF-C  . . " PARM-CUTOFF-C "      "
                       PROP-CUTOFF-C
               DISPLAY "CUTOFF-D  . . " PARM-CUTOFF-D "      "
                       PROP-CUTOFF-D
               DISPLAY "PASS-THRU . . " PARM-PASS-THRU "        "
                       PROP-PASS-THRU
               DISPLAY "PROMOTE-MARGIN " PARM-PROMOTE-MARGIN "      "
                       PROP-PROMOTE-MARGIN
           END-IF.

       APPLY-ONE-PROPOSAL-CARD.
           IF PROPOSAL-CARD = SPACES OR PROPOSAL-CARD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CARD-KEYWORD
               MOVE SPACES TO CARD-VALUE
               UNSTRING PROPOSAL-CARD DELIMITED BY ALL " "
                   INTO CARD-KEYWORD, CARD-VALUE
               PERFORM CONVERT-VALUE-TO-NUMBER
               ADD 1 TO CARD-COUNT
               EVALUATE TRUE
                   WHEN CARD-KEYWORD = "CUTOFF-A"
                           AND CARD-VALID AND CARD-NUMBER <= 100
                       MOVE CARD-NUMBER TO PROP-CUTOFF-A
                   WHEN CARD-KEYWORD = "CUTOFF-B"
                           AND CARD-VALID AND CARD-NUMBER <= 100
                       MOVE CARD-NUMBER TO PROP-CUTOFF-B
                   WHEN CARD-KEYWORD = "CUTOFF-C"
                           AND CARD-VALID AND CARD-NUMBER <= 100
                       MOVE CARD-NUMBER TO PROP-CUTOFF-C
                   WHEN CARD-KEYWORD = "CUTOFF-D"
                           AND CARD-VALID AND CARD-NUMBER <= 100
                       MOVE CARD-NUMBER TO PROP-CUTOFF-D
                   WHEN CARD-KEYWORD = "PASS-THRU"
                           AND (CARD-VALUE(1:1) = "A"
                           OR CARD-VALUE(1:1) = "B"
                           OR CARD-VALUE(1:1) = "C"
                           OR CARD-VALUE(1:1) = "D")
                       MOVE CARD-VALUE(1:1) TO PROP-PASS-THRU
                   WHEN CARD-KEYWORD = "PROMOTE-MARGIN"
                           AND CARD-VALID AND CARD-NUMBER <= 100
                       MOVE CARD-NUMBER TO PROP-PROMOTE-MARGIN
                   WHEN OTHER
                       SUBTRACT 1 FROM CARD-COUNT
                       ADD 1 TO BAD-CARD-COUNT
                       DISPLAY "BAD OR UNKNOWN PROPOSAL CARD IGNORED: "
                               CARD-KEYWORD
               END-EVALUATE
           END-IF.

       CONVERT-VALUE-TO-NUMBER.
           MOVE "Y" TO CARD-VALID-SW
           MOVE 0 TO CARD-NUMBER
           IF CARD-VALUE = SPACES
               MOVE "N" TO CARD-VALID-SW
           ELSE
               PERFORM VARYING VALUE-IDX FROM 1 BY 1
                       UNTIL VALUE-IDX > 12
                       OR CARD-VALUE(VALUE-IDX:1) = SPACE
                   IF CARD-VALUE(VALUE-IDX:1) >= "0"
                           AND CARD-VALUE(VALUE-IDX:1) <= "9"
                       MOVE CARD-VALUE(VALUE-IDX:1) TO VALUE-DIGIT
                       COMPUTE CARD-NUMBER
                               = CARD-NUMBER * 10 + VALUE-DIGIT
                   ELSE
                       MOVE "N" TO CARD-VALID-SW
                   END-IF
               END-PERFORM
           END-IF.

       FIND-CALENDAR-TERM.
           MOVE "T" TO CAL-FUNCTION
           MOVE TERM-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-TERM-FOUND
               MOVE CAL-TERM-START TO TERM-START
               MOVE CAL-TERM-END TO TERM-END
               MOVE CAL-TERM-END TO TERM-DATE
               DISPLAY "CALENDAR TERM " CAL-TERM-ID " -- "
                       TERM-START " THROUGH " TERM-END
           ELSE
               MOVE TERM-DATE TO TERM-START
               MOVE TERM-DATE TO TERM-END
               DISPLAY "NO CALENDAR TERM FOR " TERM-DATE
                       " -- THAT RUN DATE ONLY"
           END-IF.

       RELEASE-TERM-HISTORY.
           MOVE "N" TO HISTORY-EOF-SW
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL HISTORY-EOF
               IF HI-RUN-DATE >= TERM-START
                       AND HI-RUN-DATE <= TERM-END
                   ADD 1 TO HISTORY-COUNT
                   MOVE HI-STUDENT-ID TO SR-STUDENT-ID
      *>   A blank subject on old records reads as the GEN catch-all.
                   IF HI-SUBJECT = SPACES
                       MOVE "GEN" TO SR-SUBJECT
                   ELSE
                       MOVE HI-SUBJECT TO SR-SUBJECT
                   END-IF
                   MOVE HI-RUN-DATE TO SR-RUN-DATE
                   MOVE HI-SECTION TO SR-SECTION
                   MOVE HI-NAME TO SR-NAME
                   MOVE HI-NUMERIC-SCORE TO SR-NUMERIC-SCORE
                   RELEASE SORT-RECORD
               END-IF
               READ HISTORY-FILE
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY "HISTORY RECORDS FOR TERM  . . " HISTORY-COUNT.

       SIMULATE-SORTED-STUDENTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-KEY
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-KEY NOT = CURRENT-KEY
                   IF CURRENT-KEY NOT = SPACES
                       PERFORM DECIDE-ONE-STUDENT-BOTH-WAYS
                   END-IF
                   MOVE SR-KEY TO CURRENT-KEY
                   MOVE SR-NAME TO CK-NAME
                   MOVE 0 TO CUR-FAIL-COUNT
                   MOVE 0 TO PROP-FAIL-COUNT
                   MOVE "Y" TO CUR-CLOSE-SW
                   MOVE "Y" TO PROP-CLOSE-SW
                   MOVE SPACES TO PRIOR-SUBJECT
                   MOVE 0 TO PRIOR-RUN-DATE
               END-IF
      *>   An earlier run of a subject already seen this term was
      *>   superseded by the later one; only the latest counts.
               IF SR-SUBJECT = PRIOR-SUBJECT
                       AND SR-RUN-DATE < PRIOR-RUN-DATE
                   ADD 1 TO SUPERSEDED-COUNT
               ELSE
                   MOVE SR-SUBJECT TO PRIOR-SUBJECT
                   MOVE SR-RUN-DATE TO PRIOR-RUN-DATE
                   PERFORM GRADE-ONE-SCORE-BOTH-WAYS
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-KEY NOT = SPACES
               PERFORM DECIDE-ONE-STUDENT-BOTH-WAYS
           END-IF.

       GRADE-ONE-SCORE-BOTH-WAYS.
           ADD 1 TO SCORE-COUNT
           MOVE SR-NUMERIC-SCORE TO GRADE-SCORE
           MOVE PARM-CUTOFF-A TO GRADE-CUTOFF-A
           MOVE PARM-CUTOFF-B TO GRADE-CUTOFF-B
           MOVE PARM-CUTOFF-C TO GRADE-CUTOFF-C
           MOVE PARM-CUTOFF-D TO GRADE-CUTOFF-D
           MOVE PARM-PASS-THRU TO GRADE-PASS-THRU
           PERFORM GRADE-ONE-SCORE
           MOVE GRADE-LETTER TO CUR-LETTER
           MOVE GRADE-PASS-FAIL TO CUR-PASS-FAIL
           MOVE PROP-CUTOFF-A TO GRADE-CUTOFF-A
           MOVE PROP-CUTOFF-B TO GRADE-CUTOFF-B
           MOVE PROP-CUTOFF-C TO GRADE-CUTOFF-C
           MOVE PROP-CUTOFF-D TO GRADE-CUTOFF-D
           MOVE PROP-PASS-THRU TO GRADE-PASS-THRU
           PERFORM GRADE-ONE-SCORE
           MOVE GRADE-LETTER TO PROP-LETTER
           MOVE GRADE-PASS-FAIL TO PROP-PASS-FAIL
           IF CUR-PASS-FAIL NOT = "P"
               ADD 1 TO CUR-FAIL-COUNT
               IF SR-NUMERIC-SCORE < CUR-MARGIN-FLOOR
                   MOVE "N" TO CUR-CLOSE-SW
               END-IF
           END-IF
           IF PROP-PASS-FAIL NOT = "P"
               ADD 1 TO PROP-FAIL-COUNT
               IF SR-NUMERIC-SCORE < PROP-MARGIN-FLOOR
                   MOVE "N" TO PROP-CLOSE-SW
               END-IF
           END-IF
           MOVE SR-SECTION TO MK-SECTION
           MOVE SR-SUBJECT TO MK-SUBJECT
           PERFORM FIND-OR-ADD-MOVEMENT
           IF MOVE-FOUND-IDX = 0
               ADD 1 TO MOVE-OVERFLOW-COUNT
           ELSE
               ADD 1 TO MV-SCORES(MOVE-FOUND-IDX)
           END-IF
      *>   "A" collates lowest, so a lower proposed letter is a
      *>   better one.
           IF PROP-LETTER < CUR-LETTER
               ADD 1 TO GAINED-TOTAL
               IF MOVE-FOUND-IDX > 0
                   ADD 1 TO MV-GAINED(MOVE-FOUND-IDX)
               END-IF
           END-IF
           IF PROP-LETTER > CUR-LETTER
               ADD 1 TO LOST-TOTAL
               IF MOVE-FOUND-IDX > 0
                   ADD 1 TO MV-LOST(MOVE-FOUND-IDX)
               END-IF
           END-IF
           IF CUR-PASS-FAIL = "P" AND PROP-PASS-FAIL NOT = "P"
               ADD 1 TO TO-FAIL-TOTAL
               IF MOVE-FOUND-IDX > 0
                   ADD 1 TO MV-TO-FAIL(MOVE-FOUND-IDX)
               END-IF
           END-IF
           IF CUR-PASS-FAIL NOT = "P" AND PROP-PASS-FAIL = "P"
               ADD 1 TO TO-PASS-TOTAL
               IF MOVE-FOUND-IDX > 0
                   ADD 1 TO MV-TO-PASS(MOVE-FOUND-IDX)
               END-IF
           END-IF.

      *>   SCHOOL's grading rule, on whichever set of cutoffs is
      *>   loaded into the GRADE- fields.
       GRADE-ONE-SCORE.
           EVALUATE TRUE
               WHEN GRADE-SCORE >= GRADE-CUTOFF-A
                   MOVE "A" TO GRADE-LETTER
               WHEN GRADE-SCORE >= GRADE-CUTOFF-B
                   MOVE "B" TO GRADE-LETTER
               WHEN GRADE-SCORE >= GRADE-CUTOFF-C
                   MOVE "C" TO GRADE-LETTER
               WHEN GRADE-SCORE >= GRADE-CUTOFF-D
                   MOVE "D" TO GRADE-LETTER
               WHEN OTHER
                   MOVE "F" TO GRADE-LETTER
           END-EVALUATE
           IF GRADE-LETTER >= "A" AND GRADE-LETTER <= GRADE-PASS-THRU
               MOVE "P" TO GRADE-PASS-FAIL
           ELSE
               MOVE "F" TO GRADE-PASS-FAIL
           END-IF.

       FIND-OR-ADD-MOVEMENT.
           MOVE 0 TO MOVE-FOUND-IDX
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT OR MOVE-FOUND-IDX > 0
                   OR MV-KEY(MOVE-IDX) > MOVE-KEY
               IF MV-KEY(MOVE-IDX) = MOVE-KEY
                   MOVE MOVE-IDX TO MOVE-FOUND-IDX
               END-IF
           END-PERFORM
      *>   Not there: open a slot at the point the search stopped so
      *>   the table stays in section/subject order.
           IF MOVE-FOUND-IDX = 0 AND MOVE-COUNT < 500
               PERFORM VARYING MOVE-SHIFT-IDX FROM MOVE-COUNT BY -1
                       UNTIL MOVE-SHIFT-IDX < MOVE-IDX
                   MOVE MOVE-ENTRY(MOVE-SHIFT-IDX)
                           TO MOVE-ENTRY(MOVE-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO MOVE-COUNT
               MOVE MOVE-KEY TO MV-KEY(MOVE-IDX)
               MOVE 0 TO MV-SCORES(MOVE-IDX)
               MOVE 0 TO MV-GAINED(MOVE-IDX)
               MOVE 0 TO MV-LOST(MOVE-IDX)
               MOVE 0 TO MV-TO-FAIL(MOVE-IDX)
               MOVE 0 TO MV-TO-PASS(MOVE-IDX)
               MOVE MOVE-IDX TO MOVE-FOUND-IDX
           END-IF.

      *>   PROMOTE's decision rule, once under each set of rules.
       DECIDE-ONE-STUDENT-BOTH-WAYS.
           ADD 1 TO STUDENT-COUNT
           EVALUATE TRUE
               WHEN CUR-FAIL-COUNT = 0
                   MOVE "P" TO CUR-DECISION
               WHEN CUR-ALL-CLOSE
                   MOVE "B" TO CUR-DECISION
               WHEN OTHER
                   MOVE "R" TO CUR-DECISION
           END-EVALUATE
           EVALUATE TRUE
               WHEN PROP-FAIL-COUNT = 0
                   MOVE "P" TO PROP-DECISION
               WHEN PROP-ALL-CLOSE
                   MOVE "B" TO PROP-DECISION
               WHEN OTHER
                   MOVE "R" TO PROP-DECISION
           END-EVALUATE
           IF CUR-DECISION NOT = PROP-DECISION
               ADD 1 TO DECISION-CHANGE-COUNT
               MOVE CURRENT-KEY TO DD-STUDENT-ID
               MOVE CK-NAME TO DD-NAME
               MOVE CUR-DECISION TO DD-CUR-DECISION
               MOVE PROP-DECISION TO DD-PROP-DECISION
               MOVE CUR-FAIL-COUNT TO DD-CUR-FAILS
               MOVE PROP-FAIL-COUNT TO DD-PROP-FAILS
               WRITE SIM-REPORT-LINE FROM DECISION-DETAIL
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "GRADE CUTOFF WHAT-IF -- TERM " TERM-START
               " THROUGH " TERM-END "  RUN " RUN-DATE
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "CURRENT   A " PARM-CUTOFF-A " B " PARM-CUTOFF-B
               " C " PARM-CUTOFF-C " D " PARM-CUTOFF-D
               "  PASS-THRU " PARM-PASS-THRU
               "  MARGIN " PARM-PROMOTE-MARGIN
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "PROPOSED  A " PROP-CUTOFF-A " B " PROP-CUTOFF-B
               " C " PROP-CUTOFF-C " D " PROP-CUTOFF-D
               "  PASS-THRU " PROP-PASS-THRU
               "  MARGIN " PROP-PROMOTE-MARGIN
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE "PROMOTE DECISIONS THAT WOULD CHANGE "
               TO SIM-REPORT-LINE
           MOVE "(P=PROMOTED, R=RETAINED, B=BORDERLINE)"
               TO SIM-REPORT-LINE(37:38)
           WRITE SIM-REPORT-LINE
           MOVE "STUDENT NAME                           NOW    PROPOSED"
               TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE ALL "-" TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       WRITE-DECISION-TOTALS.
           IF DECISION-CHANGE-COUNT = 0
               MOVE "NONE" TO SIM-REPORT-LINE
               WRITE SIM-REPORT-LINE
           END-IF
           MOVE ALL "-" TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "STUDENTS " STUDENT-COUNT
               "  DECISIONS CHANGED " DECISION-CHANGE-COUNT
               DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE.

       WRITE-MOVEMENT-SECTION.
           MOVE "MOVEMENT BY SECTION AND SUBJECT" TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE "SEC  SUB   SCORES   GAINED     LOST     P->F     F->P"
               TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE ALL "-" TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           PERFORM VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > MOVE-COUNT
               MOVE MV-SECTION(MOVE-IDX) TO MD-SECTION
               MOVE MV-SUBJECT(MOVE-IDX) TO MD-SUBJECT
               MOVE MV-SCORES(MOVE-IDX) TO MD-SCORES
               MOVE MV-GAINED(MOVE-IDX) TO MD-GAINED
               MOVE MV-LOST(MOVE-IDX) TO MD-LOST
               MOVE MV-TO-FAIL(MOVE-IDX) TO MD-TO-FAIL
               MOVE MV-TO-PASS(MOVE-IDX) TO MD-TO-PASS
               WRITE SIM-REPORT-LINE FROM MOVE-DETAIL
           END-PERFORM
           MOVE ALL "-" TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE "ALL" TO MD-SECTION
           MOVE "ALL" TO MD-SUBJECT
           MOVE SCORE-COUNT TO MD-SCORES
           MOVE GAINED-TOTAL TO MD-GAINED
           MOVE LOST-TOTAL TO MD-LOST
           MOVE TO-FAIL-TOTAL TO MD-TO-FAIL
           MOVE TO-PASS-TOTAL TO MD-TO-PASS
           WRITE SIM-REPORT-LINE FROM MOVE-DETAIL
           IF MOVE-OVERFLOW-COUNT > 0
               MOVE SPACES TO SIM-REPORT-LINE
               STRING "SCORES IN TOTALS ONLY (SECTION TABLE FULL) "
                   MOVE-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO SIM-REPORT-LINE
               WRITE SIM-REPORT-LINE
           END-IF
           MOVE SPACES TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE "CUTOFF CHANGE APPROVED BY ____________________  "
               TO SIM-REPORT-LINE
           MOVE "DATE __________" TO SIM-REPORT-LINE(49:15)
           WRITE SIM-REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "CUTSIM  " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE HISTORY-COUNT TO AUD-READ-COUNT
           MOVE 0 TO AUD-WRITE-COUNT
           MOVE BAD-CARD-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "HISTORY RECORDS READ  . . . " HISTORY-COUNT
           DISPLAY "EARLIER RUNS SUPERSEDED . . " SUPERSEDED-COUNT
           DISPLAY "SCORES RE-GRADED  . . . . . " SCORE-COUNT
           DISPLAY "LETTERS GAINED  . . . . . . " GAINED-TOTAL
           DISPLAY "LETTERS LOST  . . . . . . . " LOST-TOTAL
           DISPLAY "PASS TO FAIL  . . . . . . . " TO-FAIL-TOTAL
           DISPLAY "FAIL TO PASS  . . . . . . . " TO-PASS-TOTAL
           DISPLAY "STUDENTS  . . . . . . . . . " STUDENT-COUNT
           DISPLAY "DECISIONS THAT WOULD CHANGE " DECISION-CHANGE-COUNT
           DISPLAY "REPORT WRITTEN TO CUTSIMRPT"
           DISPLAY "-------------------------------------------".
