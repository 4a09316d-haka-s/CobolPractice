           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDAPPLY.
      *>****************************************************************
      *> Post-run grade change apply run.  Every change approved on
      *> the GRDCHG queue is applied to the score it names:
      *>
      *>   - SCORHIST is backed up through FILEBACK and rewritten with
      *>     the corrected numeric score, the letter re-derived from
      *>     the cutoffs in force today and the pass/fail re-derived
      *>     from the pass-through letter, exactly as SCHOOL grades;
      *>   - the matching ROSTEROUT result rows are backed up and
      *>     rewritten with the same letter and pass/fail (the
      *>     balancing hash on ROSTEROUT is the age, so the segment
      *>     trailers still agree);
      *>   - one GRDJRNL journal record per corrected score keeps the
      *>     before and after values, the reason, and who keyed and
      *>     who approved the change.
      *>
      *> Each student and term touched is then re-read from the
      *> corrected history (SORTed by student, term and subject, the
      *> latest run of each subject counting, as PROMOTE and RPTCARD
      *> read it): the report card is reprinted to GRDCARD, and the
      *> promotion decision the corrected scores give is compared
      *> with the one on PROMOFIL.  A decision that would change is
      *> flagged on the GRDCHRPT report for the office to review;
      *> PROMOFIL itself is left as PROMOTE wrote it.  Applied and
      *> refused changes are purged from the queue, pending ones
      *> stay; an approved change whose score is no longer on
      *> SCORHIST is reported and dropped.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE ASSIGN TO "GRDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-OUT-STATUS.
           SELECT CHANGE-WORK-FILE ASSIGN TO "GRDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GRDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT CHANGE-REPORT-FILE ASSIGN TO "GRDCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHANGE-REPORT-STATUS.
           SELECT CARD-REPORT-FILE ASSIGN TO "GRDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE.
       01 CHANGE-FD-RECORD PIC X(91).

       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  ROSTER-OUT-FILE.
       COPY CLASSRST.

       FD  CHANGE-WORK-FILE.
       01 CHANGE-WORK-RECORD PIC X(108).

       FD  JOURNAL-FILE.
       COPY GJRNREC.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-TERM-START PIC 9(8).
           02 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-AFF-IDX PIC 9(4).
           02 SR-SSN-MASKED PIC X(11).
           02 SR-NAME PIC X(30).
           02 SR-NUMERIC-SCORE PIC 999.
           02 SR-SCORE PIC X(1).
           02 SR-PASS-FAIL PIC X(1).

       FD  CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-LINE PIC X(80).

       FD  CARD-REPORT-FILE.
       01 CARD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHANGE-STATUS PIC XX VALUE "00".
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 CHANGE-WORK-STATUS PIC XX VALUE "00".
       01 JOURNAL-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-STATUS PIC XX VALUE "00".
       01 CHANGE-REPORT-STATUS PIC XX VALUE "00".
       01 CARD-REPORT-STATUS PIC XX VALUE "00".
       01 CHANGE-EOF-SW PIC X(1) VALUE "N".
           88 CHANGE-EOF VALUE "Y".
       01 INPUT-EOF-SW PIC X(1) VALUE "N".
           88 INPUT-EOF VALUE "Y".
       01 WORK-EOF-SW PIC X(1) VALUE "N".
           88 WORK-EOF VALUE "Y".
       01 SUBJECT-REF-EOF-SW PIC X(1) VALUE "N".
           88 SUBJECT-REF-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 PROMO-OPEN-SW PIC X(1) VALUE "N".
           88 PROMO-OPEN VALUE "Y".
       COPY GCHGREC.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 TIME-WORK PIC 9(8) VALUE 0.
       01 MARGIN-FLOOR PIC S9(4) VALUE 0.

      *>   Shared generation backup call area (see FILEBACK).
       01 BAK-FILE-ID PIC X(9) VALUE SPACES.
       01 BAK-FUNCTION PIC X(1) VALUE SPACE.
       01 BAK-RECORD PIC X(108) VALUE SPACES.
       01 BAK-PROCEED-SW PIC X(1) VALUE "N".
           88 BAK-PROCEED VALUE "Y".

      *>   The queue, with the letter and pass/fail each approved
      *>   change re-derives to and how many records it corrected.
       01 CHG-FILE-COUNT PIC 9(7) VALUE 0.
       01 CHG-COUNT PIC 9(5) VALUE 0.
       01 CHG-TABLE.
           02 CHG-ENTRY OCCURS 1000 TIMES.
               03 CHT-RECORD PIC X(91).
               03 CHT-NEW-SCORE PIC X(1).
               03 CHT-NEW-PASS-FAIL PIC X(1).
               03 CHT-HISTORY-HITS PIC 9(3).
       01 CHG-IDX PIC 9(5) VALUE 0.
       01 CHG-FOUND-IDX PIC 9(5) VALUE 0.

      *>   Each student and term a change landed in, for the card
      *>   reprint and the promotion re-check.
       01 AFF-COUNT PIC 9(4) VALUE 0.
       01 AFF-TABLE.
           02 AFF-ENTRY OCCURS 1000 TIMES.
               03 AF-STUDENT-ID PIC 9(7).
               03 AF-TERM-START PIC 9(8).
               03 AF-TERM-END PIC 9(8).
               03 AF-TERM-ID PIC X(6).
       01 AFF-IDX PIC 9(4) VALUE 0.
       01 AFF-FOUND-IDX PIC 9(4) VALUE 0.

       01 MATCH-SUBJECT PIC X(3) VALUE SPACES.
       01 NEW-NUMERIC-SCORE PIC 999 VALUE 0.
       01 NEW-SCORE PIC X(1) VALUE SPACE.
       01 NEW-PASS-FAIL PIC X(1) VALUE SPACE.
       01 TERM-START PIC 9(8) VALUE 0.
       01 TERM-END PIC 9(8) VALUE 0.
       01 TERM-ID PIC X(6) VALUE SPACES.

       01 CURRENT-KEY PIC X(15) VALUE SPACES.
       01 CK-AFF-IDX PIC 9(4) VALUE 0.
       01 CK-STUDENT-ID PIC 9(7) VALUE 0.
       01 CK-SSN-MASKED PIC X(11) VALUE SPACES.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 PRIOR-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.

       01 SUBJECT-COUNT PIC 9(3) VALUE 0.
       01 QUALITY-POINTS PIC 9(5)V99 VALUE 0.
       01 CREDIT-TOTAL PIC 9(3)V99 VALUE 0.
       01 SUBJECT-CREDIT PIC 9V99 VALUE 0.
       01 LETTER-POINTS PIC 9 VALUE 0.
       01 GPA PIC 9V99 VALUE 0.
       01 TERM-FAIL-SW PIC X(1) VALUE "N".
           88 TERM-FAILED VALUE "Y".
       01 FAIL-COUNT-STUDENT PIC 9(3) VALUE 0.
       01 BORDERLINE-OK-SW PIC X(1) VALUE "Y".
           88 ALL-FAILS-CLOSE VALUE "Y".
       01 DECISION-CODE PIC X(1) VALUE SPACE.

       01 SUBJ-COUNT PIC 9(3) VALUE 0.
       01 SUBJ-TABLE.
           02 SUBJ-ENTRY OCCURS 200 TIMES.
               03 SJF-CODE PIC X(3).
               03 SJF-CREDIT PIC 9V99.
       01 SUBJ-IDX PIC 9(3) VALUE 0.
       01 SUBJ-FOUND-IDX PIC 9(3) VALUE 0.

       01 APPROVED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 HISTORY-READ-COUNT PIC 9(7) VALUE 0.
       01 HISTORY-FIXED-COUNT PIC 9(7) VALUE 0.
       01 ROSTER-FIXED-COUNT PIC 9(7) VALUE 0.
       01 CARD-COUNT PIC 9(5) VALUE 0.
       01 FLIP-COUNT PIC 9(5) VALUE 0.
       01 AFF-OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01 CHANGE-DETAIL.
           02 CD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-SUBJECT PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-RUN-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-SECTION PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-REASON PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-OLD-NUMERIC PIC 999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-OLD-SCORE PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-OLD-PASS-FAIL PIC X(1).
           02 FILLER PIC X(4) VALUE " -> ".
           02 CD-NEW-NUMERIC PIC 999.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-NEW-SCORE PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-NEW-PASS-FAIL PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-ENTERED-BY PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 CD-APPROVED-BY PIC X(8).
       01 FLIP-DETAIL.
           02 FD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-TERM-DATE PIC 9(8).
           02 FILLER PIC X(12) VALUE "  ON FILE  ".
           02 FD-OLD-DECISION PIC X(1).
           02 FILLER PIC X(14) VALUE "  CORRECTED  ".
           02 FD-NEW-DECISION PIC X(1).

       01 SUBJECT-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SD-SUBJECT PIC X(3).
           02 FILLER PIC X(6) VALUE SPACES.
           02 SD-NUMERIC-SCORE PIC 999.
           02 FILLER PIC X(6) VALUE SPACES.
           02 SD-SCORE PIC X(1).
           02 FILLER PIC X(6) VALUE SPACES.
           02 SD-PASS-FAIL PIC X(1).
           02 FILLER PIC X(5) VALUE SPACES.
           02 SD-CREDIT PIC 9.99.
       01 GPA-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "GPA . . . . . . . . . ".
           02 GL-GPA PIC 9.99.
       01 RESULT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "TERM RESULT . . . . . ".
           02 RL-RESULT PIC X(6).

       PROCEDURE DIVISION.
       GRDAPPLY-DRIVER.
           MOVE 0 TO APPROVED-COUNT
           MOVE 0 TO REFUSED-COUNT
           MOVE 0 TO UNMATCHED-COUNT
           MOVE 0 TO HISTORY-READ-COUNT
           MOVE 0 TO HISTORY-FIXED-COUNT
           MOVE 0 TO ROSTER-FIXED-COUNT
           MOVE 0 TO CARD-COUNT
           MOVE 0 TO FLIP-COUNT
           MOVE 0 TO AFF-COUNT
           MOVE 0 TO AFF-OVERFLOW-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           COMPUTE MARGIN-FLOOR = PARM-CUTOFF-D - PARM-PROMOTE-MARGIN
           DISPLAY "POST-RUN GRADE CHANGE APPLY RUN"
           PERFORM LOAD-CHANGE-TABLE
      *>   Rewriting the queue from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF CHG-FILE-COUNT > 1000
               DISPLAY "TOO MANY GRADE CHANGE RECORDS ("
                       CHG-FILE-COUNT ") -- RUN ABORTED, "
                       "QUEUE UNCHANGED"
               GOBACK
           END-IF
           IF APPROVED-COUNT = 0
               DISPLAY "NO APPROVED GRADE CHANGES -- NOTHING TO APPLY"
               PERFORM PURGE-FINISHED-CHANGES
               PERFORM REWRITE-CHANGE-FILE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM DISPLAY-CONTROL-TOTALS
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE -- SCORHIST NOT FOUND, "
                       "RUN ABORTED, QUEUE UNCHANGED"
               GOBACK
           END-IF
           CLOSE HISTORY-FILE
           OPEN OUTPUT CHANGE-REPORT-FILE
           PERFORM WRITE-CHANGE-HEADINGS
           PERFORM OPEN-JOURNAL-FILE
           PERFORM CORRECT-SCORE-HISTORY
           CLOSE JOURNAL-FILE
           IF NOT BAK-PROCEED
               DISPLAY "SCORHIST BACKUP COULD NOT BE TAKEN -- RUN "
                       "ABORTED, NOTHING APPLIED, QUEUE UNCHANGED"
               CLOSE CHANGE-REPORT-FILE
               GOBACK
           END-IF
           PERFORM CORRECT-ROSTER-RESULTS
           PERFORM REPORT-UNMATCHED-CHANGES
           PERFORM LOAD-SUBJECT-CREDITS
           PERFORM WRITE-FLIP-HEADINGS
           OPEN INPUT PROMOTION-FILE
           IF PROMOTION-STATUS = "00"
               SET PROMO-OPEN TO TRUE
           ELSE
               DISPLAY "NO PROMOTION DECISIONS ON FILE -- "
                       "NOTHING TO RE-CHECK"
           END-IF
           OPEN OUTPUT CARD-REPORT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               ON ASCENDING KEY SR-SUBJECT
               ON DESCENDING KEY SR-RUN-DATE
               INPUT PROCEDURE IS RELEASE-AFFECTED-HISTORY
               OUTPUT PROCEDURE IS REPRINT-SORTED-CARDS
           CLOSE CARD-REPORT-FILE
           IF PROMO-OPEN
               CLOSE PROMOTION-FILE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CHANGE-REPORT-FILE
           PERFORM PURGE-FINISHED-CHANGES
           PERFORM REWRITE-CHANGE-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-CHANGE-TABLE.
           MOVE "N" TO CHANGE-EOF-SW
           MOVE 0 TO CHG-FILE-COUNT
           MOVE 0 TO CHG-COUNT
           OPEN INPUT CHANGE-FILE
           IF CHANGE-STATUS = "35"
               DISPLAY "NO GRADE CHANGE QUEUE ON FILE -- GRDCHG NOT "
                       "FOUND"
           ELSE
               READ CHANGE-FILE
                   AT END SET CHANGE-EOF TO TRUE
               END-READ
               PERFORM UNTIL CHANGE-EOF
                   ADD 1 TO CHG-FILE-COUNT
                   IF CHG-FILE-COUNT <= 1000
                       MOVE CHANGE-FD-RECORD
                               TO CHT-RECORD(CHG-FILE-COUNT)
                       PERFORM PREPARE-ONE-CHANGE
                   END-IF
                   READ CHANGE-FILE
                       AT END SET CHANGE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-FILE
               IF CHG-FILE-COUNT <= 1000
                   MOVE CHG-FILE-COUNT TO CHG-COUNT
               END-IF
           END-IF
           DISPLAY "GRADE CHANGE RECORDS LOADED . " CHG-COUNT
           DISPLAY "APPROVED FOR APPLYING . . . . " APPROVED-COUNT.

      *>   The letter and pass/fail are derived once per change, from
      *>   today's cutoffs, and carried to every record it corrects.
       PREPARE-ONE-CHANGE.
           MOVE CHT-RECORD(CHG-FILE-COUNT) TO GRADE-CHANGE-RECORD
           MOVE SPACE TO CHT-NEW-SCORE(CHG-FILE-COUNT)
           MOVE SPACE TO CHT-NEW-PASS-FAIL(CHG-FILE-COUNT)
           MOVE 0 TO CHT-HISTORY-HITS(CHG-FILE-COUNT)
           IF GC-APPROVED
               ADD 1 TO APPROVED-COUNT
               MOVE GC-NEW-SCORE TO NEW-NUMERIC-SCORE
               PERFORM DERIVE-LETTER-AND-PASS-FAIL
               MOVE NEW-SCORE TO CHT-NEW-SCORE(CHG-FILE-COUNT)
               MOVE NEW-PASS-FAIL TO CHT-NEW-PASS-FAIL(CHG-FILE-COUNT)
           END-IF
           IF GC-REFUSED
               ADD 1 TO REFUSED-COUNT
           END-IF.

       DERIVE-LETTER-AND-PASS-FAIL.
           EVALUATE TRUE
               WHEN NEW-NUMERIC-SCORE >= PARM-CUTOFF-A
                   MOVE "A" TO NEW-SCORE
               WHEN NEW-NUMERIC-SCORE >= PARM-CUTOFF-B
                   MOVE "B" TO NEW-SCORE
               WHEN NEW-NUMERIC-SCORE >= PARM-CUTOFF-C
                   MOVE "C" TO NEW-SCORE
               WHEN NEW-NUMERIC-SCORE >= PARM-CUTOFF-D
                   MOVE "D" TO NEW-SCORE
               WHEN OTHER
                   MOVE "F" TO NEW-SCORE
           END-EVALUATE
           IF NEW-SCORE >= "A" AND NEW-SCORE <= PARM-PASS-THRU
               MOVE "P" TO NEW-PASS-FAIL
           ELSE
               MOVE "F" TO NEW-PASS-FAIL
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

      *>   The live history is streamed through a FILEBACK generation
      *>   and a work copy; only once the backup is cataloged is the
      *>   work copy written back over SCORHIST.
       CORRECT-SCORE-HISTORY.
           MOVE "N" TO INPUT-EOF-SW
           MOVE "SCORHIST" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           IF BAK-PROCEED
               OPEN INPUT HISTORY-FILE
               OPEN OUTPUT CHANGE-WORK-FILE
               PERFORM UNTIL INPUT-EOF
                   READ HISTORY-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO HISTORY-READ-COUNT
                           MOVE HISTORY-RECORD TO BAK-RECORD
                           MOVE "W" TO BAK-FUNCTION
                           CALL "FILEBACK" USING BAK-FILE-ID,
                                   BAK-FUNCTION, BAK-RECORD,
                                   BAK-PROCEED-SW
                           PERFORM CORRECT-ONE-HISTORY-RECORD
                           WRITE CHANGE-WORK-RECORD FROM HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE CHANGE-WORK-FILE
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF
           IF BAK-PROCEED
               MOVE "N" TO WORK-EOF-SW
               OPEN OUTPUT HISTORY-FILE
               OPEN INPUT CHANGE-WORK-FILE
               PERFORM UNTIL WORK-EOF
                   READ CHANGE-WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           WRITE HISTORY-RECORD FROM CHANGE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE CHANGE-WORK-FILE
               CLOSE HISTORY-FILE
           END-IF.

       CORRECT-ONE-HISTORY-RECORD.
           MOVE HI-SUBJECT TO MATCH-SUBJECT
           IF MATCH-SUBJECT = SPACES
               MOVE "GEN" TO MATCH-SUBJECT
           END-IF
           PERFORM FIND-APPROVED-CHANGE
           IF CHG-FOUND-IDX > 0
               MOVE CHT-RECORD(CHG-FOUND-IDX) TO GRADE-CHANGE-RECORD
               ADD 1 TO CHT-HISTORY-HITS(CHG-FOUND-IDX)
               ADD 1 TO HISTORY-FIXED-COUNT
               MOVE HI-STUDENT-ID TO GJ-STUDENT-ID
               MOVE MATCH-SUBJECT TO GJ-SUBJECT
               MOVE HI-RUN-DATE TO GJ-RUN-DATE
               MOVE HI-SECTION TO GJ-SECTION
               MOVE GC-REASON-CODE TO GJ-REASON-CODE
               MOVE GC-ENTERED-BY TO GJ-ENTERED-BY
               MOVE GC-REVIEWED-BY TO GJ-APPROVED-BY
               MOVE RUN-DATE TO GJ-APPLIED-DATE
               ACCEPT TIME-WORK FROM TIME
               MOVE TIME-WORK(1:6) TO GJ-APPLIED-TIME
               MOVE HI-NUMERIC-SCORE TO GJB-NUMERIC-SCORE
               MOVE HI-SCORE TO GJB-SCORE
               MOVE HI-PASS-FAIL TO GJB-PASS-FAIL
               MOVE GC-NEW-SCORE TO HI-NUMERIC-SCORE
               MOVE CHT-NEW-SCORE(CHG-FOUND-IDX) TO HI-SCORE
               MOVE CHT-NEW-PASS-FAIL(CHG-FOUND-IDX) TO HI-PASS-FAIL
               MOVE HI-NUMERIC-SCORE TO GJA-NUMERIC-SCORE
               MOVE HI-SCORE TO GJA-SCORE
               MOVE HI-PASS-FAIL TO GJA-PASS-FAIL
               MOVE GC-REASON-NOTE TO GJ-REASON-NOTE
               WRITE GRADE-JOURNAL-RECORD
               PERFORM WRITE-CHANGE-DETAIL
               PERFORM NOTE-AFFECTED-TERM
           END-IF.

       FIND-APPROVED-CHANGE.
           MOVE 0 TO CHG-FOUND-IDX
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT OR CHG-FOUND-IDX > 0
               MOVE CHT-RECORD(CHG-IDX) TO GRADE-CHANGE-RECORD
               IF GC-APPROVED
                       AND GC-STUDENT-ID = HI-STUDENT-ID
                       AND GC-SUBJECT = MATCH-SUBJECT
                       AND GC-RUN-DATE = HI-RUN-DATE
                   MOVE CHG-IDX TO CHG-FOUND-IDX
               END-IF
           END-PERFORM.

      *>   The card and the promotion re-check cover the whole
      *>   calendar term the corrected run falls in (or that run date
      *>   alone with no term on the calendar), once per student.
       NOTE-AFFECTED-TERM.
           MOVE "T" TO CAL-FUNCTION
           MOVE HI-RUN-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-TERM-FOUND
               MOVE CAL-TERM-START TO TERM-START
               MOVE CAL-TERM-END TO TERM-END
               MOVE CAL-TERM-ID TO TERM-ID
           ELSE
               MOVE HI-RUN-DATE TO TERM-START
               MOVE HI-RUN-DATE TO TERM-END
               MOVE SPACES TO TERM-ID
           END-IF
           MOVE 0 TO AFF-FOUND-IDX
           PERFORM VARYING AFF-IDX FROM 1 BY 1
                   UNTIL AFF-IDX > AFF-COUNT OR AFF-FOUND-IDX > 0
               IF AF-STUDENT-ID(AFF-IDX) = HI-STUDENT-ID
                       AND AF-TERM-START(AFF-IDX) = TERM-START
                   MOVE AFF-IDX TO AFF-FOUND-IDX
               END-IF
           END-PERFORM
           IF AFF-FOUND-IDX = 0
               IF AFF-COUNT < 1000
                   ADD 1 TO AFF-COUNT
                   MOVE HI-STUDENT-ID TO AF-STUDENT-ID(AFF-COUNT)
                   MOVE TERM-START TO AF-TERM-START(AFF-COUNT)
                   MOVE TERM-END TO AF-TERM-END(AFF-COUNT)
                   MOVE TERM-ID TO AF-TERM-ID(AFF-COUNT)
               ELSE
                   ADD 1 TO AFF-OVERFLOW-COUNT
               END-IF
           END-IF.

      *>   ROSTEROUT carries the letter and pass/fail only.  Batch
      *>   balancing control records pass through untouched.
       CORRECT-ROSTER-RESULTS.
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "NO ROSTER RESULTS ON FILE -- ROSTEROUT NOT "
                       "CORRECTED"
           ELSE
               CLOSE ROSTER-OUT-FILE
               MOVE "ROSTEROUT" TO BAK-FILE-ID
               MOVE "O" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
               IF NOT BAK-PROCEED
                   DISPLAY "ROSTEROUT BACKUP COULD NOT BE TAKEN -- "
                           "ROSTEROUT NOT CORRECTED, SCORHIST WAS"
                   MOVE SPACES TO CHANGE-REPORT-LINE
                   STRING "ROSTEROUT BACKUP FAILED -- ROSTEROUT NOT "
                       "CORRECTED, SCORHIST WAS"
                       DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                   WRITE CHANGE-REPORT-LINE
               ELSE
                   PERFORM REWRITE-ROSTER-RESULTS
               END-IF
           END-IF.

       REWRITE-ROSTER-RESULTS.
           OPEN INPUT ROSTER-OUT-FILE
           OPEN OUTPUT CHANGE-WORK-FILE
           PERFORM UNTIL INPUT-EOF
               READ ROSTER-OUT-FILE
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       MOVE CLASS-ROSTER-RECORD TO BAK-RECORD
                       MOVE "W" TO BAK-FUNCTION
                       CALL "FILEBACK" USING BAK-FILE-ID,
                               BAK-FUNCTION, BAK-RECORD,
                               BAK-PROCEED-SW
                       IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                               AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                           PERFORM CORRECT-ONE-ROSTER-RECORD
                       END-IF
                       WRITE CHANGE-WORK-RECORD
                               FROM CLASS-ROSTER-RECORD
               END-READ
           END-PERFORM
           CLOSE ROSTER-OUT-FILE
           CLOSE CHANGE-WORK-FILE
           MOVE "C" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           MOVE "N" TO WORK-EOF-SW
           OPEN OUTPUT ROSTER-OUT-FILE
           OPEN INPUT CHANGE-WORK-FILE
           PERFORM UNTIL WORK-EOF
               READ CHANGE-WORK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       WRITE CLASS-ROSTER-RECORD
                               FROM CHANGE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CHANGE-WORK-FILE
           CLOSE ROSTER-OUT-FILE.

       CORRECT-ONE-ROSTER-RECORD.
           MOVE CR-SUBJECT TO MATCH-SUBJECT
           IF MATCH-SUBJECT = SPACES
               MOVE "GEN" TO MATCH-SUBJECT
           END-IF
           MOVE 0 TO CHG-FOUND-IDX
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT OR CHG-FOUND-IDX > 0
               MOVE CHT-RECORD(CHG-IDX) TO GRADE-CHANGE-RECORD
               IF GC-APPROVED
                       AND CHT-HISTORY-HITS(CHG-IDX) > 0
                       AND GC-STUDENT-ID = CR-STUDENT-ID
                       AND GC-SUBJECT = MATCH-SUBJECT
                       AND GC-RUN-DATE = CR-RUN-DATE
                   MOVE CHG-IDX TO CHG-FOUND-IDX
               END-IF
           END-PERFORM
           IF CHG-FOUND-IDX > 0
               MOVE CHT-NEW-SCORE(CHG-FOUND-IDX) TO CR-SCORE
               MOVE CHT-NEW-PASS-FAIL(CHG-FOUND-IDX) TO CR-PASS-FAIL
               ADD 1 TO ROSTER-FIXED-COUNT
           END-IF.

       REPORT-UNMATCHED-CHANGES.
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               MOVE CHT-RECORD(CHG-IDX) TO GRADE-CHANGE-RECORD
               IF GC-APPROVED AND CHT-HISTORY-HITS(CHG-IDX) = 0
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE SPACES TO CHANGE-REPORT-LINE
                   STRING "NOT ON SCORHIST, DROPPED -- " GC-STUDENT-ID
                       " " GC-SUBJECT " " GC-RUN-DATE " " GC-OLD-SCORE
                       " -> " GC-NEW-SCORE
                       DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
                   WRITE CHANGE-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-CHANGE-HEADINGS.
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "POST-RUN GRADE CHANGES APPLIED " RUN-DATE
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE "STUDENT SUB RUN-DATE SEC RSN   BEFORE     AFTER"
               TO CHANGE-REPORT-LINE
           MOVE "KEYED BY APPROVED" TO CHANGE-REPORT-LINE(52:17)
           WRITE CHANGE-REPORT-LINE
           MOVE ALL "-" TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.

       WRITE-CHANGE-DETAIL.
           MOVE GJ-STUDENT-ID TO CD-STUDENT-ID
           MOVE GJ-SUBJECT TO CD-SUBJECT
           MOVE GJ-RUN-DATE TO CD-RUN-DATE
           MOVE GJ-SECTION TO CD-SECTION
           MOVE GJ-REASON-CODE TO CD-REASON
           MOVE GJB-NUMERIC-SCORE TO CD-OLD-NUMERIC
           MOVE GJB-SCORE TO CD-OLD-SCORE
           MOVE GJB-PASS-FAIL TO CD-OLD-PASS-FAIL
           MOVE GJA-NUMERIC-SCORE TO CD-NEW-NUMERIC
           MOVE GJA-SCORE TO CD-NEW-SCORE
           MOVE GJA-PASS-FAIL TO CD-NEW-PASS-FAIL
           MOVE GJ-ENTERED-BY TO CD-ENTERED-BY
           MOVE GJ-APPROVED-BY TO CD-APPROVED-BY
           WRITE CHANGE-REPORT-LINE FROM CHANGE-DETAIL.

       WRITE-FLIP-HEADINGS.
           MOVE SPACES TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE "PROMOTION DECISIONS THE CORRECTED SCORES WOULD CHANGE"
               TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE "(P=PROMOTED, R=RETAINED, B=BORDERLINE -- PROMOFIL NOT "
               TO CHANGE-REPORT-LINE
           MOVE "UPDATED)" TO CHANGE-REPORT-LINE(55:8)
           WRITE CHANGE-REPORT-LINE
           MOVE ALL "-" TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE.

      *>   Every history record of a student and term a change landed
      *>   in, read back from the corrected SCORHIST.
       RELEASE-AFFECTED-HISTORY.
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET INPUT-EOF TO TRUE
           END-READ
           PERFORM UNTIL INPUT-EOF
               PERFORM VARYING AFF-IDX FROM 1 BY 1
                       UNTIL AFF-IDX > AFF-COUNT
                   IF AF-STUDENT-ID(AFF-IDX) = HI-STUDENT-ID
                           AND HI-RUN-DATE >= AF-TERM-START(AFF-IDX)
                           AND HI-RUN-DATE <= AF-TERM-END(AFF-IDX)
                       MOVE HI-STUDENT-ID TO SR-STUDENT-ID
                       MOVE AF-TERM-START(AFF-IDX) TO SR-TERM-START
                       MOVE AFF-IDX TO SR-AFF-IDX
      *>   A blank subject on old records reads as the GEN catch-all.
                       IF HI-SUBJECT = SPACES
                           MOVE "GEN" TO SR-SUBJECT
                       ELSE
                           MOVE HI-SUBJECT TO SR-SUBJECT
                       END-IF
                       MOVE HI-RUN-DATE TO SR-RUN-DATE
                       MOVE HI-SSN-MASKED TO SR-SSN-MASKED
                       MOVE HI-NAME TO SR-NAME
                       MOVE HI-NUMERIC-SCORE TO SR-NUMERIC-SCORE
                       MOVE HI-SCORE TO SR-SCORE
                       MOVE HI-PASS-FAIL TO SR-PASS-FAIL
                       RELEASE SORT-RECORD
                   END-IF
               END-PERFORM
               READ HISTORY-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       REPRINT-SORTED-CARDS.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-KEY
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-KEY NOT = CURRENT-KEY
                   IF CURRENT-KEY NOT = SPACES
                       PERFORM FINISH-ONE-CARD
                   END-IF
                   MOVE SR-KEY TO CURRENT-KEY
                   MOVE SR-AFF-IDX TO CK-AFF-IDX
                   MOVE SR-STUDENT-ID TO CK-STUDENT-ID
                   MOVE SR-SSN-MASKED TO CK-SSN-MASKED
                   MOVE SR-NAME TO CK-NAME
                   PERFORM PRINT-CARD-HEADINGS
                   MOVE SPACES TO PRIOR-SUBJECT
                   MOVE 0 TO PRIOR-RUN-DATE
               END-IF
      *>   Only the latest run of each subject in the term counts,
      *>   on the card and in the promotion decision alike.
               IF SR-SUBJECT = PRIOR-SUBJECT
                       AND SR-RUN-DATE < PRIOR-RUN-DATE
                   CONTINUE
               ELSE
                   MOVE SR-SUBJECT TO PRIOR-SUBJECT
                   MOVE SR-RUN-DATE TO PRIOR-RUN-DATE
                   PERFORM PRINT-ONE-SUBJECT-LINE
                   IF SR-PASS-FAIL NOT = "P"
                       ADD 1 TO FAIL-COUNT-STUDENT
                       IF SR-NUMERIC-SCORE < MARGIN-FLOOR
                           MOVE "N" TO BORDERLINE-OK-SW
                       END-IF
                   END-IF
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-KEY NOT = SPACES
               PERFORM FINISH-ONE-CARD
           END-IF.

       FINISH-ONE-CARD.
           PERFORM PRINT-CARD-TOTALS
           PERFORM RECHECK-PROMOTION-DECISION.

       PRINT-CARD-HEADINGS.
           ADD 1 TO CARD-COUNT
           MOVE 0 TO SUBJECT-COUNT
           MOVE 0 TO QUALITY-POINTS
           MOVE 0 TO CREDIT-TOTAL
           MOVE "N" TO TERM-FAIL-SW
           MOVE 0 TO FAIL-COUNT-STUDENT
           MOVE "Y" TO BORDERLINE-OK-SW
           MOVE ALL "=" TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE SPACES TO CARD-REPORT-LINE
           IF AF-TERM-ID(CK-AFF-IDX) = SPACES
               STRING "REPORT CARD -- TERM " AF-TERM-END(CK-AFF-IDX)
                   DELIMITED BY SIZE INTO CARD-REPORT-LINE
           ELSE
               STRING "REPORT CARD -- TERM " AF-TERM-ID(CK-AFF-IDX)
                   " " AF-TERM-START(CK-AFF-IDX) " THROUGH "
                   AF-TERM-END(CK-AFF-IDX)
                   DELIMITED BY SIZE INTO CARD-REPORT-LINE
           END-IF
           WRITE CARD-REPORT-LINE
           MOVE SPACES TO CARD-REPORT-LINE
           STRING "REPRINTED " RUN-DATE " AFTER A GRADE CHANGE"
               DELIMITED BY SIZE INTO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE SPACES TO CARD-REPORT-LINE
           STRING CK-NAME " " CK-SSN-MASKED
               DELIMITED BY SIZE INTO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE "    SUBJECT  SCORE   LETTER   P/F   CREDIT"
                   TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           MOVE ALL "-" TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE.

       PRINT-ONE-SUBJECT-LINE.
           MOVE SR-SUBJECT TO SD-SUBJECT
           MOVE SR-NUMERIC-SCORE TO SD-NUMERIC-SCORE
           MOVE SR-SCORE TO SD-SCORE
           MOVE SR-PASS-FAIL TO SD-PASS-FAIL
           PERFORM LOOK-UP-SUBJECT-CREDIT
           MOVE SUBJECT-CREDIT TO SD-CREDIT
           WRITE CARD-REPORT-LINE FROM SUBJECT-DETAIL
           ADD 1 TO SUBJECT-COUNT
           EVALUATE SR-SCORE
               WHEN "A"
                   MOVE 4 TO LETTER-POINTS
               WHEN "B"
                   MOVE 3 TO LETTER-POINTS
               WHEN "C"
                   MOVE 2 TO LETTER-POINTS
               WHEN "D"
                   MOVE 1 TO LETTER-POINTS
               WHEN OTHER
                   MOVE 0 TO LETTER-POINTS
           END-EVALUATE
           COMPUTE QUALITY-POINTS = QUALITY-POINTS
               + LETTER-POINTS * SUBJECT-CREDIT
           ADD SUBJECT-CREDIT TO CREDIT-TOTAL
           IF SR-PASS-FAIL NOT = "P"
               SET TERM-FAILED TO TRUE
           END-IF.

       PRINT-CARD-TOTALS.
           MOVE ALL "-" TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE
           IF CREDIT-TOTAL > 0
               COMPUTE GPA ROUNDED = QUALITY-POINTS / CREDIT-TOTAL
           ELSE
               MOVE 0 TO GPA
           END-IF
           MOVE GPA TO GL-GPA
           WRITE CARD-REPORT-LINE FROM GPA-LINE
           IF TERM-FAILED
               MOVE "FAILED" TO RL-RESULT
           ELSE
               MOVE "PASSED" TO RL-RESULT
           END-IF
           WRITE CARD-REPORT-LINE FROM RESULT-LINE
           MOVE SPACES TO CARD-REPORT-LINE
           WRITE CARD-REPORT-LINE.

      *>   The same decision rule PROMOTE applies, from the corrected
      *>   term; a decision on file for this term that disagrees is
      *>   flagged.  A decision for some other term is not this
      *>   change's business.
       RECHECK-PROMOTION-DECISION.
           EVALUATE TRUE
               WHEN FAIL-COUNT-STUDENT = 0
                   MOVE "P" TO DECISION-CODE
               WHEN ALL-FAILS-CLOSE
                   MOVE "B" TO DECISION-CODE
               WHEN OTHER
                   MOVE "R" TO DECISION-CODE
           END-EVALUATE
           IF PROMO-OPEN
               MOVE CK-STUDENT-ID TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PR-TERM-DATE >= AF-TERM-START(CK-AFF-IDX)
                               AND PR-TERM-DATE
                                   <= AF-TERM-END(CK-AFF-IDX)
                               AND PR-DECISION NOT = DECISION-CODE
                           PERFORM WRITE-FLIP-DETAIL
                       END-IF
               END-READ
           END-IF.

       WRITE-FLIP-DETAIL.
           ADD 1 TO FLIP-COUNT
           MOVE CK-STUDENT-ID TO FD-STUDENT-ID
           MOVE CK-NAME TO FD-NAME
           MOVE PR-TERM-DATE TO FD-TERM-DATE
           MOVE PR-DECISION TO FD-OLD-DECISION
           MOVE DECISION-CODE TO FD-NEW-DECISION
           WRITE CHANGE-REPORT-LINE FROM FLIP-DETAIL.

       WRITE-REPORT-TOTALS.
           IF FLIP-COUNT = 0
               MOVE "NONE" TO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF
           MOVE ALL "-" TO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "SCORES CORRECTED " HISTORY-FIXED-COUNT
               "   ROSTER ROWS " ROSTER-FIXED-COUNT
               "   CARDS REPRINTED " CARD-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           MOVE SPACES TO CHANGE-REPORT-LINE
           STRING "DECISIONS FLAGGED " FLIP-COUNT
               "   CHANGES NOT ON SCORHIST " UNMATCHED-COUNT
               DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
           WRITE CHANGE-REPORT-LINE
           IF AFF-OVERFLOW-COUNT > 0
               MOVE SPACES TO CHANGE-REPORT-LINE
               STRING "TERMS NOT REPRINTED (TABLE FULL) "
                   AFF-OVERFLOW-COUNT
                   DELIMITED BY SIZE INTO CHANGE-REPORT-LINE
               WRITE CHANGE-REPORT-LINE
           END-IF.

       LOAD-SUBJECT-CREDITS.
           MOVE 0 TO SUBJ-COUNT
           MOVE "N" TO SUBJECT-REF-EOF-SW
           OPEN INPUT SUBJECT-REF-FILE
           IF SUBJECT-REF-STATUS = "35"
               DISPLAY "WARNING -- NO SUBJECT CATALOG ON FILE, "
                       "EVERY SUBJECT COUNTS ONE CREDIT"
           ELSE
               READ SUBJECT-REF-FILE
                   AT END SET SUBJECT-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SUBJECT-REF-EOF
                   IF SUBJ-COUNT < 200
                       ADD 1 TO SUBJ-COUNT
                       MOVE SB-SUBJECT-CODE TO SJF-CODE(SUBJ-COUNT)
                       MOVE SB-CREDIT-WEIGHT TO SJF-CREDIT(SUBJ-COUNT)
                   ELSE
                       DISPLAY "SUBJECT CATALOG TABLE FULL -- "
                               "ONE CREDIT ASSUMED FOR " SB-SUBJECT-CODE
                   END-IF
                   READ SUBJECT-REF-FILE
                       AT END SET SUBJECT-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-REF-FILE
           END-IF.

       LOOK-UP-SUBJECT-CREDIT.
           MOVE 1 TO SUBJECT-CREDIT
           MOVE 0 TO SUBJ-FOUND-IDX
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT OR SUBJ-FOUND-IDX > 0
               IF SJF-CODE(SUBJ-IDX) = SR-SUBJECT
                   MOVE SUBJ-IDX TO SUBJ-FOUND-IDX
                   IF SJF-CREDIT(SUBJ-IDX) IS NUMERIC
                       MOVE SJF-CREDIT(SUBJ-IDX) TO SUBJECT-CREDIT
                   END-IF
               END-IF
           END-PERFORM.

      *>   Applied, dropped and refused changes leave the queue; only
      *>   those still waiting for review stay.
       PURGE-FINISHED-CHANGES.
           MOVE 0 TO CHG-FOUND-IDX
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               MOVE CHT-RECORD(CHG-IDX) TO GRADE-CHANGE-RECORD
               IF GC-PENDING
                   ADD 1 TO CHG-FOUND-IDX
                   MOVE CHG-ENTRY(CHG-IDX) TO CHG-ENTRY(CHG-FOUND-IDX)
               END-IF
           END-PERFORM
           MOVE CHG-FOUND-IDX TO CHG-COUNT.

       REWRITE-CHANGE-FILE.
           OPEN OUTPUT CHANGE-FILE
           PERFORM VARYING CHG-IDX FROM 1 BY 1
                   UNTIL CHG-IDX > CHG-COUNT
               WRITE CHANGE-FD-RECORD FROM CHT-RECORD(CHG-IDX)
           END-PERFORM
           CLOSE CHANGE-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "GRDAPPLY" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE APPROVED-COUNT TO AUD-READ-COUNT
           MOVE HISTORY-FIXED-COUNT TO AUD-WRITE-COUNT
           MOVE UNMATCHED-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "APPROVED CHANGES  . . . . . " APPROVED-COUNT
           DISPLAY "REFUSED CHANGES PURGED  . . " REFUSED-COUNT
           DISPLAY "HISTORY RECORDS READ  . . . " HISTORY-READ-COUNT
           DISPLAY "SCORES CORRECTED  . . . . . " HISTORY-FIXED-COUNT
           DISPLAY "ROSTER ROWS CORRECTED . . . " ROSTER-FIXED-COUNT
           DISPLAY "CHANGES NOT ON SCORHIST . . " UNMATCHED-COUNT
           DISPLAY "REPORT CARDS REPRINTED  . . " CARD-COUNT
           DISPLAY "PROMOTION DECISIONS FLAGGED " FLIP-COUNT
           DISPLAY "-------------------------------------------".
