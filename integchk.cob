           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
      *>****************************************************************
      *> Weekly cross-file referential integrity sweep.  Every program
      *> edits its own input, but nothing else notices when the files
      *> drift apart: a delete applied by MSTRUPDT leaves the student's
      *> GUARDIAN, PROMOFIL, ATTTOTL and SCORHIST rows behind, and a
      *> section retired through SECTMNT lives on in ROSTEROUT and
      *> ATTTOTL.  This run reads each file once and checks it against
      *> the enrollee master and the section reference --
      *>   GUARDIAN, PROMOFIL, ATTTOTL, SCORHIST and ROSTEROUT rows
      *>     whose student ID is not on ENRLMSTR;
      *>   ATTTOTL and ROSTEROUT rows whose section is not on SECTREF
      *>     (a blank section, kept before sections existed, is not a
      *>     finding);
      *>   active enrollees with no GUARDIAN record;
      *>   MSTRPEND items still pending or approved whose enrollee is
      *>     no longer on the master.
      *> Findings are SORTed by check and student so INTEGRPT lists
      *> them by file and category, one line per student (and section)
      *> with the number of rows involved, followed by a summary of
      *> rows checked and findings for every check.  Nothing is
      *> changed -- the report is the office's work list.
      *> Besides the usual end-of-run audit record, one audit record
      *> per check (mode C, the check's tag in the operator column,
      *> rows checked as read, findings as rejected) goes to AUDITLOG
      *> so AUDITRPT shows each count trending down week over week.
      *> A file not on file skips its checks and says so; without the
      *> master there is nothing to check against and the run stops.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-TOTAL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-OUT-STATUS.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT PENDING-FILE ASSIGN TO "MSTRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY MASTREC.

       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  ATTEND-TOTAL-FILE.
       COPY ATTHREC.

       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  ROSTER-OUT-FILE.
       COPY CLASSRST.

       FD  SECTION-REF-FILE.
       COPY SECTREC.

       FD  PENDING-FILE.
       COPY PENDREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-CHECK PIC 9(1).
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-SECTION PIC X(3).
               03 SR-SSN-MASKED PIC X(11).
           02 SR-NAME PIC X(30).
           02 SR-NOTE PIC X(15).

       WORKING-STORAGE SECTION.
       COPY PERSON.
       COPY TRANREC.
       COPY AUDITWK.
       COPY RUNPARM.
       01 MASTER-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 PENDING-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 INPUT-EOF-SW PIC X(1) VALUE "N".
           88 INPUT-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 GUARDIAN-ON-FILE-SW PIC X(1) VALUE "N".
           88 GUARDIAN-ON-FILE VALUE "Y".
       01 SECTION-REF-ON-FILE-SW PIC X(1) VALUE "N".
           88 SECTION-REF-ON-FILE VALUE "Y".
       01 ENROLLEE-FOUND-SW PIC X(1) VALUE "N".
           88 ENROLLEE-FOUND VALUE "Y".
       01 SECTION-KNOWN-SW PIC X(1) VALUE "N".
           88 SECTION-KNOWN VALUE "Y".
       01 SSN-VALID-SW PIC X(1) VALUE "N".
       01 SSN-MASKED PIC X(11) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

      *>   The sections on SECTREF, the same 200-entry table ATTPOST
      *>   validates against.
       01 SREF-COUNT PIC 9(3) VALUE 0.
       01 SREF-TABLE.
           02 SREF-ENTRY OCCURS 200 TIMES.
               03 SRF-ID PIC X(3).
       01 SREF-IDX PIC 9(3) VALUE 0.
       01 LOOK-SECTION PIC X(3) VALUE SPACES.
       01 LOOK-STUDENT-ID PIC 9(7) VALUE 0.

      *>   Check numbers, in report order.  Each is one file and one
      *>   category of finding; the tag identifies it on AUDITLOG.
       01 CHECK-NUMBER PIC 99 VALUE 0.
           88 CHECK-GUARDIAN-ORPHAN VALUE 1.
           88 CHECK-PROMOTION-ORPHAN VALUE 2.
           88 CHECK-ATTEND-ORPHAN VALUE 3.
           88 CHECK-ATTEND-SECTION VALUE 4.
           88 CHECK-HISTORY-ORPHAN VALUE 5.
           88 CHECK-ROSTER-ORPHAN VALUE 6.
           88 CHECK-ROSTER-SECTION VALUE 7.
           88 CHECK-NO-GUARDIAN VALUE 8.
           88 CHECK-PENDING-ORPHAN VALUE 9.
       01 CHECK-TAG PIC X(8) VALUE SPACES.
       01 CHECK-FILE-ID PIC X(9) VALUE SPACES.
       01 CHECK-TITLE PIC X(40) VALUE SPACES.
       01 CHECK-ROWS-READ PIC 9(7) VALUE 0.
       01 CHECK-FINDINGS PIC 9(7) VALUE 0.
       01 CHECK-SKIPPED-SW PIC X(1) VALUE "N".
           88 CHECK-SKIPPED VALUE "Y".

       01 CHECK-TOTALS.
           02 CHECK-TOTAL-ENTRY OCCURS 9 TIMES.
               03 CT-ROWS-READ PIC 9(7).
               03 CT-FINDINGS PIC 9(7).
               03 CT-SKIPPED-SW PIC X(1).

       01 MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 GUARDIAN-READ-COUNT PIC 9(7) VALUE 0.
       01 PROMOTION-READ-COUNT PIC 9(7) VALUE 0.
       01 ATTEND-READ-COUNT PIC 9(7) VALUE 0.
       01 HISTORY-READ-COUNT PIC 9(7) VALUE 0.
       01 ROSTER-READ-COUNT PIC 9(7) VALUE 0.
       01 PENDING-READ-COUNT PIC 9(7) VALUE 0.
       01 TOTAL-READ-COUNT PIC 9(9) VALUE 0.
       01 TOTAL-FINDING-COUNT PIC 9(9) VALUE 0.
       01 FINDING-LINE-COUNT PIC 9(7) VALUE 0.

      *>   Control break on the sorted findings: a new check prints
      *>   its heading, and rows with the same key fold into one line.
       01 PREV-CHECK PIC 9(1) VALUE 0.
       01 PREV-KEY PIC X(22) VALUE SPACES.
       01 HELD-SW PIC X(1) VALUE "N".
           88 LINE-HELD VALUE "Y".
       01 HELD-ROWS PIC 9(5) VALUE 0.

       01 FINDING-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-SSN-MASKED PIC X(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-SECTION PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-ROWS PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 FD-NOTE PIC X(15).
       01 SUMMARY-DETAIL.
           02 SD-FILE-ID PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-TITLE PIC X(40).
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-ROWS-READ PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-FINDINGS PIC Z(6)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 SD-SKIPPED PIC X(7).

       PROCEDURE DIVISION.
       INTEGCHK-DRIVER.
           MOVE 0 TO MASTER-READ-COUNT
           MOVE 0 TO GUARDIAN-READ-COUNT
           MOVE 0 TO PROMOTION-READ-COUNT
           MOVE 0 TO ATTEND-READ-COUNT
           MOVE 0 TO HISTORY-READ-COUNT
           MOVE 0 TO ROSTER-READ-COUNT
           MOVE 0 TO PENDING-READ-COUNT
           MOVE 0 TO TOTAL-FINDING-COUNT
           MOVE 0 TO FINDING-LINE-COUNT
           PERFORM VARYING CHECK-NUMBER FROM 1 BY 1 UNTIL CHECK-NUMBER > 9
               MOVE 0 TO CT-ROWS-READ(CHECK-NUMBER)
               MOVE 0 TO CT-FINDINGS(CHECK-NUMBER)
               MOVE "N" TO CT-SKIPPED-SW(CHECK-NUMBER)
           END-PERFORM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "CROSS-FILE INTEGRITY SWEEP"
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- ENRLMSTR NOT FOUND, "
                       "NOTHING TO CHECK AGAINST"
               GOBACK
           END-IF
           PERFORM LOAD-SECTION-REF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-ALL-FINDINGS
               OUTPUT PROCEDURE IS PRINT-SORTED-FINDINGS
           CLOSE MASTER-FILE
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           COMPUTE TOTAL-READ-COUNT = MASTER-READ-COUNT
                   + GUARDIAN-READ-COUNT + PROMOTION-READ-COUNT
                   + ATTEND-READ-COUNT + HISTORY-READ-COUNT
                   + ROSTER-READ-COUNT + PENDING-READ-COUNT
           PERFORM WRITE-AUDIT-RECORDS
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-SECTION-REF.
           MOVE 0 TO SREF-COUNT
           MOVE "N" TO SECTION-REF-ON-FILE-SW
           OPEN INPUT SECTION-REF-FILE
           IF SECTION-REF-STATUS = "35"
               DISPLAY "WARNING -- NO SECTION REFERENCE ON FILE, "
                       "SECTION CHECKS SKIPPED"
               MOVE "Y" TO CT-SKIPPED-SW(4)
               MOVE "Y" TO CT-SKIPPED-SW(7)
           ELSE
               MOVE "Y" TO SECTION-REF-ON-FILE-SW
               MOVE "N" TO INPUT-EOF-SW
               READ SECTION-REF-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   IF SREF-COUNT < 200
                       ADD 1 TO SREF-COUNT
                       MOVE SF-SECTION-ID TO SRF-ID(SREF-COUNT)
                   END-IF
                   READ SECTION-REF-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF.

      *>****************************************************************
      *> Sort input: one pass over each file, releasing a finding for
      *> every row that fails a check.
      *>****************************************************************
       RELEASE-ALL-FINDINGS.
           PERFORM CHECK-GUARDIAN-FILE
           PERFORM CHECK-PROMOTION-FILE
           PERFORM CHECK-ATTEND-TOTAL-FILE
           PERFORM CHECK-HISTORY-FILE
           PERFORM CHECK-ROSTER-OUT-FILE
           PERFORM CHECK-MASTER-FOR-GUARDIAN
           PERFORM CHECK-PENDING-FILE.

       CHECK-GUARDIAN-FILE.
           MOVE "N" TO GUARDIAN-ON-FILE-SW
           OPEN INPUT GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "WARNING -- NO GUARDIAN MASTER ON FILE, "
                       "GUARDIAN CHECKS SKIPPED"
               MOVE "Y" TO CT-SKIPPED-SW(1)
               MOVE "Y" TO CT-SKIPPED-SW(8)
           ELSE
               MOVE "Y" TO GUARDIAN-ON-FILE-SW
               MOVE "N" TO INPUT-EOF-SW
               READ GUARDIAN-FILE NEXT
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO GUARDIAN-READ-COUNT
                   ADD 1 TO CT-ROWS-READ(1)
                   MOVE GD-STUDENT-ID TO LOOK-STUDENT-ID
                   PERFORM LOOK-UP-ENROLLEE
                   IF NOT ENROLLEE-FOUND
                       MOVE 1 TO SR-CHECK
                       MOVE GD-STUDENT-ID TO SR-STUDENT-ID
                       MOVE SPACES TO SR-SECTION
                       MOVE GD-SSN-MASKED TO SR-SSN-MASKED
                       MOVE SPACES TO SR-NAME
                       STRING "GUARDIAN " GD-GUARDIAN-NAME
                           DELIMITED BY SIZE INTO SR-NAME
                       MOVE SPACES TO SR-NOTE
                       PERFORM RELEASE-FINDING
                   END-IF
                   READ GUARDIAN-FILE NEXT
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-PROMOTION-FILE.
           OPEN INPUT PROMOTION-FILE
           IF PROMOTION-STATUS = "35"
               DISPLAY "WARNING -- NO PROMOTION FILE, PROMOFIL CHECK "
                       "SKIPPED"
               MOVE "Y" TO CT-SKIPPED-SW(2)
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ PROMOTION-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO PROMOTION-READ-COUNT
                   ADD 1 TO CT-ROWS-READ(2)
                   MOVE PR-STUDENT-ID TO LOOK-STUDENT-ID
                   PERFORM LOOK-UP-ENROLLEE
                   IF NOT ENROLLEE-FOUND
                       MOVE 2 TO SR-CHECK
                       MOVE PR-STUDENT-ID TO SR-STUDENT-ID
                       MOVE SPACES TO SR-SECTION
                       MOVE PR-SSN-MASKED TO SR-SSN-MASKED
                       MOVE PR-NAME TO SR-NAME
                       MOVE SPACES TO SR-NOTE
                       STRING "TERM " PR-TERM-DATE
                           DELIMITED BY SIZE INTO SR-NOTE
                       PERFORM RELEASE-FINDING
                   END-IF
                   READ PROMOTION-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF.

       CHECK-ATTEND-TOTAL-FILE.
           OPEN INPUT ATTEND-TOTAL-FILE
           IF ATTEND-TOTAL-STATUS = "35"
               DISPLAY "WARNING -- NO ATTENDANCE TOTALS, ATTTOTL CHECKS "
                       "SKIPPED"
               MOVE "Y" TO CT-SKIPPED-SW(3)
               MOVE "Y" TO CT-SKIPPED-SW(4)
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ ATTEND-TOTAL-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO ATTEND-READ-COUNT
                   ADD 1 TO CT-ROWS-READ(3)
                   MOVE AH-STUDENT-ID TO LOOK-STUDENT-ID
                   PERFORM LOOK-UP-ENROLLEE
                   MOVE AH-STUDENT-ID TO SR-STUDENT-ID
                   MOVE AH-SECTION TO SR-SECTION
                   MOVE AH-SSN-MASKED TO SR-SSN-MASKED
                   MOVE AH-NAME TO SR-NAME
                   MOVE SPACES TO SR-NOTE
                   STRING "MONTH " AH-MONTH
                       DELIMITED BY SIZE INTO SR-NOTE
                   IF NOT ENROLLEE-FOUND
                       MOVE 3 TO SR-CHECK
                       PERFORM RELEASE-FINDING
                   END-IF
                   IF SECTION-REF-ON-FILE
                       ADD 1 TO CT-ROWS-READ(4)
                       MOVE AH-SECTION TO LOOK-SECTION
                       PERFORM LOOK-UP-SECTION
                       IF NOT SECTION-KNOWN
                           MOVE 4 TO SR-CHECK
                           PERFORM RELEASE-FINDING
                       END-IF
                   END-IF
                   READ ATTEND-TOTAL-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ATTEND-TOTAL-FILE
           END-IF.

       CHECK-HISTORY-FILE.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "WARNING -- NO SCORE HISTORY, SCORHIST CHECK "
                       "SKIPPED"
               MOVE "Y" TO CT-SKIPPED-SW(5)
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ HISTORY-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO HISTORY-READ-COUNT
                   ADD 1 TO CT-ROWS-READ(5)
                   MOVE HI-STUDENT-ID TO LOOK-STUDENT-ID
                   PERFORM LOOK-UP-ENROLLEE
                   IF NOT ENROLLEE-FOUND
                       MOVE 5 TO SR-CHECK
                       MOVE HI-STUDENT-ID TO SR-STUDENT-ID
                       MOVE HI-SECTION TO SR-SECTION
                       MOVE HI-SSN-MASKED TO SR-SSN-MASKED
                       MOVE HI-NAME TO SR-NAME
                       MOVE SPACES TO SR-NOTE
                       STRING "RUN " HI-RUN-DATE
                           DELIMITED BY SIZE INTO SR-NOTE
                       PERFORM RELEASE-FINDING
                   END-IF
                   READ HISTORY-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       CHECK-ROSTER-OUT-FILE.
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "WARNING -- NO ROSTER RESULTS, ROSTEROUT CHECKS "
                       "SKIPPED"
               MOVE "Y" TO CT-SKIPPED-SW(6)
               MOVE "Y" TO CT-SKIPPED-SW(7)
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ ROSTER-OUT-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                       ADD 1 TO ROSTER-READ-COUNT
                       ADD 1 TO CT-ROWS-READ(6)
                       MOVE CR-STUDENT-ID TO LOOK-STUDENT-ID
                       PERFORM LOOK-UP-ENROLLEE
                       MOVE CR-STUDENT-ID TO SR-STUDENT-ID
                       MOVE CR-SECTION TO SR-SECTION
                       MOVE CR-SSN-MASKED TO SR-SSN-MASKED
                       MOVE CR-NAME TO SR-NAME
                       MOVE SPACES TO SR-NOTE
                       STRING "RUN " CR-RUN-DATE
                           DELIMITED BY SIZE INTO SR-NOTE
                       IF NOT ENROLLEE-FOUND
                           MOVE 6 TO SR-CHECK
                           PERFORM RELEASE-FINDING
                       END-IF
                       IF SECTION-REF-ON-FILE
                           ADD 1 TO CT-ROWS-READ(7)
                           MOVE CR-SECTION TO LOOK-SECTION
                           PERFORM LOOK-UP-SECTION
                           IF NOT SECTION-KNOWN
                               MOVE 7 TO SR-CHECK
                               PERFORM RELEASE-FINDING
                           END-IF
                       END-IF
                   END-IF
                   READ ROSTER-OUT-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-OUT-FILE
           END-IF.

      *>   The master serially against the guardian file by key.
      *>   Only active enrollees need a guardian on file; the guardian
      *>   file is still open from its own check.  The lookups above
      *>   left the master positioned on the student ID, so the pass
      *>   starts again from the top of the SSN key.
       CHECK-MASTER-FOR-GUARDIAN.
           IF GUARDIAN-ON-FILE
               MOVE "N" TO INPUT-EOF-SW
               MOVE LOW-VALUES TO EM-SSN
               START MASTER-FILE KEY >= EM-SSN
                   INVALID KEY SET INPUT-EOF TO TRUE
               END-START
               IF NOT INPUT-EOF
                   READ MASTER-FILE NEXT
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO MASTER-READ-COUNT
                   IF EM-ACTIVE
                       ADD 1 TO CT-ROWS-READ(8)
                       MOVE EM-STUDENT-ID TO GD-STUDENT-ID
                       READ GUARDIAN-FILE KEY IS GD-STUDENT-ID
                           INVALID KEY
                               MOVE 8 TO SR-CHECK
                               MOVE EM-STUDENT-ID TO SR-STUDENT-ID
                               MOVE SPACES TO SR-SECTION
                               MOVE EM-SSN-MASKED TO SR-SSN-MASKED
                               MOVE EM-NAME TO SR-NAME
                               MOVE SPACES TO SR-NOTE
                               PERFORM RELEASE-FINDING
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
                   READ MASTER-FILE NEXT
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

      *>   Adds are applied on entry and never wait on the queue, and
      *>   a refused item is finished with; anything else still on
      *>   MSTRPEND is waiting to be applied to an enrollee by SSN.
       CHECK-PENDING-FILE.
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS = "35"
               MOVE "Y" TO CT-SKIPPED-SW(9)
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ PENDING-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO PENDING-READ-COUNT
                   MOVE PD-TRANS-RECORD TO TRANS-RECORD
                   IF (PD-PENDING OR PD-APPROVED) AND NOT TR-CODE-ADD
                       ADD 1 TO CT-ROWS-READ(9)
                       PERFORM CHECK-ONE-PENDING-ITEM
                   END-IF
                   READ PENDING-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       CHECK-ONE-PENDING-ITEM.
           MOVE TR-SSN TO EM-SSN
           READ MASTER-FILE KEY IS EM-SSN
               INVALID KEY
                   MOVE TR-SSN-AREA TO SSArea
                   MOVE TR-SSN-GROUP TO SSGroup
                   MOVE TR-SSN-SERIAL TO SSSerial
                   CALL "VALSSN" USING SSArea, SSGroup, SSSerial,
                           SSN-VALID-SW, SSN-MASKED
                   MOVE 9 TO SR-CHECK
                   MOVE 0 TO SR-STUDENT-ID
                   MOVE SPACES TO SR-SECTION
                   MOVE SSN-MASKED TO SR-SSN-MASKED
                   MOVE TR-NAME TO SR-NAME
                   MOVE SPACES TO SR-NOTE
                   STRING "CODE " TR-TRANS-CODE " STATUS " PD-STATUS
                       DELIMITED BY SIZE INTO SR-NOTE
                   PERFORM RELEASE-FINDING
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       LOOK-UP-ENROLLEE.
           MOVE "N" TO ENROLLEE-FOUND-SW
           MOVE LOOK-STUDENT-ID TO EM-STUDENT-ID
           READ MASTER-FILE KEY IS EM-STUDENT-ID
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ENROLLEE-FOUND-SW
           END-READ.

       LOOK-UP-SECTION.
           MOVE "N" TO SECTION-KNOWN-SW
           IF LOOK-SECTION = SPACES
               MOVE "Y" TO SECTION-KNOWN-SW
           END-IF
           PERFORM VARYING SREF-IDX FROM 1 BY 1
                   UNTIL SREF-IDX > SREF-COUNT OR SECTION-KNOWN
               IF SRF-ID(SREF-IDX) = LOOK-SECTION
                   MOVE "Y" TO SECTION-KNOWN-SW
               END-IF
           END-PERFORM.

       RELEASE-FINDING.
           ADD 1 TO CT-FINDINGS(SR-CHECK)
           ADD 1 TO TOTAL-FINDING-COUNT
           RELEASE SORT-RECORD.

      *>****************************************************************
      *> Sort output: findings by check, then student and section,
      *> rows for the same student and section folded into one line.
      *>****************************************************************
       PRINT-SORTED-FINDINGS.
           MOVE 0 TO PREV-CHECK
           MOVE SPACES TO PREV-KEY
           MOVE "N" TO HELD-SW
           MOVE 0 TO HELD-ROWS
           MOVE "N" TO SORT-EOF-SW
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF LINE-HELD AND SR-KEY = PREV-KEY
                   ADD 1 TO HELD-ROWS
               ELSE
                   PERFORM WRITE-HELD-LINE
                   IF SR-CHECK NOT = PREV-CHECK
                       PERFORM WRITE-CHECK-HEADING
                   END-IF
                   PERFORM HOLD-FINDING-LINE
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM WRITE-HELD-LINE.

       HOLD-FINDING-LINE.
           MOVE SR-KEY TO PREV-KEY
           MOVE "Y" TO HELD-SW
           MOVE 1 TO HELD-ROWS
           MOVE SR-STUDENT-ID TO FD-STUDENT-ID
           MOVE SR-SSN-MASKED TO FD-SSN-MASKED
           MOVE SR-NAME TO FD-NAME
           MOVE SR-SECTION TO FD-SECTION
           MOVE SR-NOTE TO FD-NOTE.

       WRITE-HELD-LINE.
           IF LINE-HELD
               MOVE HELD-ROWS TO FD-ROWS
               WRITE REPORT-LINE FROM FINDING-DETAIL
               ADD 1 TO FINDING-LINE-COUNT
               MOVE "N" TO HELD-SW
           END-IF.

       WRITE-CHECK-HEADING.
           MOVE SR-CHECK TO PREV-CHECK
           MOVE SR-CHECK TO CHECK-NUMBER
           PERFORM DESCRIBE-CHECK
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING CHECK-FILE-ID " -- " CHECK-TITLE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  STUDENT MASKED SSN  NAME" TO REPORT-LINE
           MOVE "SEC  ROWS FIRST ROW" TO REPORT-LINE(54:19)
           WRITE REPORT-LINE.

       DESCRIBE-CHECK.
           EVALUATE TRUE
               WHEN CHECK-GUARDIAN-ORPHAN
                   MOVE "GD-NOENR" TO CHECK-TAG
                   MOVE "GUARDIAN" TO CHECK-FILE-ID
                   MOVE "NO ENROLLEE ON ENRLMSTR" TO CHECK-TITLE
               WHEN CHECK-PROMOTION-ORPHAN
                   MOVE "PR-NOENR" TO CHECK-TAG
                   MOVE "PROMOFIL" TO CHECK-FILE-ID
                   MOVE "NO ENROLLEE ON ENRLMSTR" TO CHECK-TITLE
               WHEN CHECK-ATTEND-ORPHAN
                   MOVE "AH-NOENR" TO CHECK-TAG
                   MOVE "ATTTOTL" TO CHECK-FILE-ID
                   MOVE "NO ENROLLEE ON ENRLMSTR" TO CHECK-TITLE
               WHEN CHECK-ATTEND-SECTION
                   MOVE "AH-NOSEC" TO CHECK-TAG
                   MOVE "ATTTOTL" TO CHECK-FILE-ID
                   MOVE "SECTION NOT ON SECTREF" TO CHECK-TITLE
               WHEN CHECK-HISTORY-ORPHAN
                   MOVE "HI-NOENR" TO CHECK-TAG
                   MOVE "SCORHIST" TO CHECK-FILE-ID
                   MOVE "NO ENROLLEE ON ENRLMSTR" TO CHECK-TITLE
               WHEN CHECK-ROSTER-ORPHAN
                   MOVE "CR-NOENR" TO CHECK-TAG
                   MOVE "ROSTEROUT" TO CHECK-FILE-ID
                   MOVE "NO ENROLLEE ON ENRLMSTR" TO CHECK-TITLE
               WHEN CHECK-ROSTER-SECTION
                   MOVE "CR-NOSEC" TO CHECK-TAG
                   MOVE "ROSTEROUT" TO CHECK-FILE-ID
                   MOVE "SECTION NOT ON SECTREF" TO CHECK-TITLE
               WHEN CHECK-NO-GUARDIAN
                   MOVE "EM-NOGRD" TO CHECK-TAG
                   MOVE "ENRLMSTR" TO CHECK-FILE-ID
                   MOVE "ACTIVE ENROLLEE WITH NO GUARDIAN" TO CHECK-TITLE
               WHEN CHECK-PENDING-ORPHAN
                   MOVE "PD-NOENR" TO CHECK-TAG
                   MOVE "MSTRPEND" TO CHECK-FILE-ID
                   MOVE "ITEM WAITING ON ENROLLEE NOT ON FILE"
                       TO CHECK-TITLE
           END-EVALUATE
           MOVE CT-ROWS-READ(CHECK-NUMBER) TO CHECK-ROWS-READ
           MOVE CT-FINDINGS(CHECK-NUMBER) TO CHECK-FINDINGS
           MOVE CT-SKIPPED-SW(CHECK-NUMBER) TO CHECK-SKIPPED-SW.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "CROSS-FILE INTEGRITY SWEEP AS OF " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-SUMMARY.
           IF TOTAL-FINDING-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO FINDINGS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILE      CHECK" TO REPORT-LINE
           MOVE "CHECKED FINDINGS" TO REPORT-LINE(52:16)
           WRITE REPORT-LINE
           PERFORM VARYING CHECK-NUMBER FROM 1 BY 1 UNTIL CHECK-NUMBER > 9
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL FINDINGS " TOTAL-FINDING-COUNT
               "   REPORT LINES " FINDING-LINE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUMMARY-LINE.
           PERFORM DESCRIBE-CHECK
           MOVE CHECK-FILE-ID TO SD-FILE-ID
           MOVE CHECK-TITLE TO SD-TITLE
           MOVE CHECK-ROWS-READ TO SD-ROWS-READ
           MOVE CHECK-FINDINGS TO SD-FINDINGS
           IF CHECK-SKIPPED
               MOVE "SKIPPED" TO SD-SKIPPED
           ELSE
               MOVE SPACES TO SD-SKIPPED
           END-IF
           WRITE REPORT-LINE FROM SUMMARY-DETAIL.

      *>   The run's own record first, then one per check that ran.
       WRITE-AUDIT-RECORDS.
           MOVE "INTEGCHK" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE TOTAL-READ-COUNT TO AUD-READ-COUNT
           MOVE FINDING-LINE-COUNT TO AUD-WRITE-COUNT
           MOVE TOTAL-FINDING-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           MOVE SPACES TO AUD-OPERATOR
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE
           PERFORM VARYING CHECK-NUMBER FROM 1 BY 1 UNTIL CHECK-NUMBER > 9
               PERFORM WRITE-CHECK-AUDIT-RECORD
           END-PERFORM
           MOVE SPACES TO AUD-OPERATOR.

       WRITE-CHECK-AUDIT-RECORD.
           PERFORM DESCRIBE-CHECK
           IF NOT CHECK-SKIPPED
               MOVE "INTEGCHK" TO AUD-PROGRAM
               MOVE "C" TO AUD-MODE
               MOVE CHECK-ROWS-READ TO AUD-READ-COUNT
               MOVE 0 TO AUD-WRITE-COUNT
               MOVE CHECK-FINDINGS TO AUD-REJECT-COUNT
               MOVE 0 TO AUD-GRAND-TOTAL
               MOVE CHECK-TAG TO AUD-OPERATOR
               CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                       AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                       AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE
           END-IF.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "MASTER RECORDS READ . . . . " MASTER-READ-COUNT
           DISPLAY "GUARDIAN RECORDS READ . . . " GUARDIAN-READ-COUNT
           DISPLAY "PROMOTION RECORDS READ  . . " PROMOTION-READ-COUNT
           DISPLAY "ATTENDANCE TOTALS READ  . . " ATTEND-READ-COUNT
           DISPLAY "SCORE HISTORY READ  . . . . " HISTORY-READ-COUNT
           DISPLAY "ROSTER RESULTS READ . . . . " ROSTER-READ-COUNT
           DISPLAY "PENDING ITEMS READ  . . . . " PENDING-READ-COUNT
           DISPLAY "TOTAL FINDINGS  . . . . . . " TOTAL-FINDING-COUNT
           DISPLAY "REPORT LINES WRITTEN  . . . " FINDING-LINE-COUNT
           DISPLAY "-------------------------------------------".
