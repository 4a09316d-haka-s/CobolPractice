      *> transaction file, validates each record the same way the
      *> roster path does -- VALSSN, enrollment check against the
      *> indexed master, section check against SECTREF, a real
      *> calendar date that CALCHECK shows as an instructional day,
      *> and a P/A/T/S code -- and posts the
      *> per-student-ID / per-section / per-month totals on ATTTOTL by
      *> sort-merge: the day's valid increments and the existing
      *> totals each SORT on the row key and the two streams merge
      *> into the rewritten file, so the totals file can grow for
      *> SUSPENSE for RECYCLE.  Totals and suspense are written only
      *> after every segment balances, and RUNGUARD refuses a second
      *> complete run for the same date, so a rerun can never
      *> double-count a seat.  An absence on a day covered by an
      *> out-of-school suspension on the INCIDENT file is posted as
      *> suspended (S), not absent.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-SECTION PIC X(3).
               03 SR-MONTH PIC 9(6).
           02 SR-SSN-MASKED PIC X(11).
           02 SR-NAME PIC X(30).
           02 SR-PRESENT-COUNT PIC 9(3).
           02 SR-ABSENT-COUNT PIC 9(3).
           02 SR-TARDY-COUNT PIC 9(3).
           02 SR-SUSPENDED-COUNT PIC 9(3).

       FD  INCR-WORK-FILE.
       01 INCR-WORK-RECORD.
           02 IW-KEY.
               03 IW-STUDENT-ID PIC 9(7).
               03 IW-SECTION PIC X(3).
               03 IW-MONTH PIC 9(6).
           02 IW-SSN-MASKED PIC X(11).
           02 IW-NAME PIC X(30).
           02 IW-PRESENT-COUNT PIC 9(3).
           02 IW-ABSENT-COUNT PIC 9(3).
           02 IW-TARDY-COUNT PIC 9(3).
           02 IW-SUSPENDED-COUNT PIC 9(3).

       FD  TOTAL-WORK-FILE.
       01 TOTAL-WORK-RECORD.
           02 TW-KEY.
               03 TW-STUDENT-ID PIC 9(7).
               03 TW-SECTION PIC X(3).
               03 TW-MONTH PIC 9(6).
           02 TW-SSN-MASKED PIC X(11).
           02 TW-NAME PIC X(30).
           02 TW-PRESENT-COUNT PIC 9(3).
           02 TW-ABSENT-COUNT PIC 9(3).
           02 TW-TARDY-COUNT PIC 9(3).
           02 TW-SUSPENDED-COUNT PIC 9(3).

       FD  SECTION-REF-FILE.
       COPY SECTREC.
       FD  SUSPENSE-FILE.
       01 SUSPENSE-FD-RECORD PIC X(108).

       FD  INCIDENT-FILE.
       01 INCIDENT-FD-RECORD PIC X(98).

       WORKING-STORAGE SECTION.
       COPY PERSON.
       COPY ATTREC.
       COPY BATCHCTL.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.
       COPY INCDREC.
       01 ATTEND-STATUS PIC XX VALUE "00".
       01 INCIDENT-STATUS PIC XX VALUE "00".
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 INCR-WORK-STATUS PIC XX VALUE "00".
       01 TOTAL-WORK-STATUS PIC XX VALUE "00".
           88 SORT-EOF VALUE "Y".
       01 SECTION-REF-EOF-SW PIC X(1) VALUE "N".
           88 SECTION-REF-EOF VALUE "Y".
       01 INCIDENT-EOF-SW PIC X(1) VALUE "N".
           88 INCIDENT-EOF VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 GUARD-FUNCTION PIC X(1) VALUE "C".
       01 ENROLLED-SW PIC X(1) VALUE "N".
           88 IS-ENROLLED VALUE "Y".
           88 NOT-ENROLLED VALUE "N".
           88 NOT-ACTIVE VALUE "I".
       01 SECTION-CHECK-SW PIC X(1) VALUE "N".
           88 SECTION-CHECK-ON VALUE "Y".
       01 SECTION-VALID-SW PIC X(1) VALUE "N".
               03 SRF-ID PIC X(3).
       01 SREF-IDX PIC 9(3) VALUE 0.

      *>   Out-of-school suspensions from the INCIDENT file: the
      *>   student and the first and last day the suspension covers.
       01 SUSP-DAY-COUNT PIC 9(4) VALUE 0.
       01 SUSP-DAY-TABLE.
           02 SUSP-DAY-ENTRY OCCURS 2000 TIMES.
               03 SDT-STUDENT-ID PIC 9(7).
               03 SDT-START PIC 9(8).
               03 SDT-END PIC 9(8).
       01 SUSP-DAY-IDX PIC 9(4) VALUE 0.
       01 SUSPENDED-SW PIC X(1) VALUE "N".
           88 IS-SUSPENDED VALUE "Y".

       01 SSN-VALID-SW PIC X(1) VALUE "N".
           88 SSN-IS-VALID VALUE "Y".
           88 SSN-NOT-VALID VALUE "N".
       01 SSN-MASKED PIC X(11) VALUE SPACES.
       01 STUDENT-NAME PIC X(30) VALUE SPACES.
       01 STUDENT-ID PIC 9(7) VALUE 0.
       01 ATT-DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
      *>   Balance-line state for the merge of the sorted increments
      *>   against the sorted existing totals; HIGH-VALUES marks a
      *>   drained stream.
       01 INCR-SIDE-KEY PIC X(16) VALUE HIGH-VALUES.
       01 TOTAL-SIDE-KEY PIC X(16) VALUE HIGH-VALUES.
       01 MERGE-DONE-SW PIC X(1) VALUE "N".
           88 MERGE-DONE VALUE "Y".
       01 OUT-TOTAL-ROW.
           02 OT-STUDENT-ID PIC 9(7).
           02 OT-SSN-MASKED PIC X(11).
           02 OT-SECTION PIC X(3).
           02 OT-MONTH PIC 9(6).
           02 OT-PRESENT-COUNT PIC 9(3).
           02 OT-ABSENT-COUNT PIC 9(3).
           02 OT-TARDY-COUNT PIC 9(3).
           02 OT-SUSPENDED-COUNT PIC 9(3).

      *>   Rejects are held here and written only after the whole
      *>   input balances, so an aborted run leaves SUSPENSE exactly
       01 POSTED-COUNT PIC 9(7) VALUE 0.
       01 REJECT-COUNT PIC 9(7) VALUE 0.
       01 TOTAL-ROW-COUNT PIC 9(7) VALUE 0.
       01 SUSPENDED-DAY-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       ATTPOST-DRIVER.
           MOVE 0 TO POSTED-COUNT
           MOVE 0 TO REJECT-COUNT
           MOVE 0 TO TOTAL-ROW-COUNT
           MOVE 0 TO SUSPENDED-DAY-COUNT
           MOVE 0 TO PEND-SUSP-COUNT
           MOVE "N" TO ATTEND-EOF-SW
           MOVE 0 TO CTL-READ-COUNT
           END-IF
           PERFORM OPEN-MASTER-FOR-CHECK
           PERFORM LOAD-SECTION-REFERENCE
           PERFORM LOAD-SUSPENSION-DAYS
           OPEN INPUT ATTEND-FILE
           IF ATTEND-STATUS = "35"
               DISPLAY "NO ATTENDANCE ON FILE -- ATTENDIN NOT FOUND"
           CALL "VALSSN" USING SSArea, SSGroup, SSSerial,
                   SSN-VALID-SW, SSN-MASKED
           CALL "DAYSCALC" USING AT-DATE, ATT-DAY-NUM, DATE-VALID-SW
           PERFORM CHECK-SCHOOL-DAY
           PERFORM CHECK-ENROLLMENT
           PERFORM CHECK-SECTION-KNOWN
           EVALUATE TRUE
                           "RECORD FOR " SSN-MASKED
                   MOVE "BDAT" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN NOT CAL-SCHOOL-DAY
                   DISPLAY "REJECTED -- " AT-DATE " IS NOT AN "
                           "INSTRUCTIONAL DAY: " SSN-MASKED
                   MOVE "NSCH" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN NOT-ENROLLED
                   DISPLAY "REJECTED -- NOT ENROLLED ON MASTER: "
                           SSN-MASKED
                   MOVE "NENR" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN NOT-ACTIVE
                   DISPLAY "REJECTED -- ENROLLEE NOT ACTIVE SINCE "
                           EM-STATUS-DATE ": " SSN-MASKED
                   MOVE "INAC" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN STUDENT-ID = 0
                   DISPLAY "REJECTED -- NO STUDENT ID ON MASTER FOR "
                           SSN-MASKED
                   MOVE "BSID" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN SECTION-UNKNOWN
                   DISPLAY "REJECTED -- UNKNOWN SECTION " AT-SECTION
                           " FOR " SSN-MASKED
                   MOVE "SECT" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN NOT ATT-PRESENT AND NOT ATT-ABSENT
                       AND NOT ATT-TARDY AND NOT ATT-SUSPENDED
                   DISPLAY "REJECTED -- INVALID ATTENDANCE CODE "
                           AT-CODE " FOR " SSN-MASKED
                   MOVE "ATTC" TO SU-REASON-CODE
                   PERFORM SUSPEND-ATTEND-RECORD
               WHEN OTHER
                   IF ATT-ABSENT
                       PERFORM CHECK-SUSPENDED-DAY
                       IF IS-SUSPENDED
                           MOVE "S" TO AT-CODE
                           ADD 1 TO SUSPENDED-DAY-COUNT
                       END-IF
                   END-IF
                   PERFORM RELEASE-ONE-INCREMENT
           END-EVALUATE.

      *>   The office keys a suspended student absent like any other;
      *>   the incident file says whether the day was a suspension.
       CHECK-SUSPENDED-DAY.
           MOVE "N" TO SUSPENDED-SW
           PERFORM VARYING SUSP-DAY-IDX FROM 1 BY 1
                   UNTIL SUSP-DAY-IDX > SUSP-DAY-COUNT OR IS-SUSPENDED
               IF SDT-STUDENT-ID(SUSP-DAY-IDX) = STUDENT-ID
                       AND AT-DATE >= SDT-START(SUSP-DAY-IDX)
                       AND AT-DATE <= SDT-END(SUSP-DAY-IDX)
                   SET IS-SUSPENDED TO TRUE
               END-IF
           END-PERFORM.

      *>   A day the school calendar shows closed cannot carry a
      *>   seat; with no CALENDAR on file CALCHECK answers every day
      *>   open and the check drops out.
       CHECK-SCHOOL-DAY.
           MOVE "Y" TO CAL-RESULT-SW
           IF DATE-IS-VALID
               MOVE "D" TO CAL-FUNCTION
               MOVE AT-DATE TO CAL-DATE
               CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE,
                       CAL-END-DATE, CAL-RESULT-SW, CAL-DAY-COUNT,
                       CAL-TERM-ID, CAL-TERM-START, CAL-TERM-END,
                       CAL-ON-FILE-SW
           END-IF.

       RELEASE-ONE-INCREMENT.
           MOVE STUDENT-ID TO SR-STUDENT-ID
           MOVE SSN-MASKED TO SR-SSN-MASKED
           MOVE AT-SECTION TO SR-SECTION
           MOVE AT-DATE(1:6) TO SR-MONTH
           MOVE 0 TO SR-PRESENT-COUNT
           MOVE 0 TO SR-ABSENT-COUNT
           MOVE 0 TO SR-TARDY-COUNT
           MOVE 0 TO SR-SUSPENDED-COUNT
           EVALUATE TRUE
               WHEN ATT-PRESENT
                   MOVE 1 TO SR-PRESENT-COUNT
                   MOVE 1 TO SR-ABSENT-COUNT
               WHEN ATT-TARDY
                   MOVE 1 TO SR-TARDY-COUNT
               WHEN ATT-SUSPENDED
                   MOVE 1 TO SR-SUSPENDED-COUNT
           END-EVALUATE
           RELEASE SORT-RECORD
           ADD 1 TO POSTED-COUNT.
                   AT END SET TOTAL-EOF TO TRUE
               END-READ
               PERFORM UNTIL TOTAL-EOF
                   MOVE AH-STUDENT-ID TO SR-STUDENT-ID
                   MOVE AH-SSN-MASKED TO SR-SSN-MASKED
                   MOVE AH-SECTION TO SR-SECTION
                   MOVE AH-MONTH TO SR-MONTH
                   MOVE AH-PRESENT-COUNT TO SR-PRESENT-COUNT
                   MOVE AH-ABSENT-COUNT TO SR-ABSENT-COUNT
                   MOVE AH-TARDY-COUNT TO SR-TARDY-COUNT
                   IF AH-SUSPENDED-COUNT NOT NUMERIC
                       MOVE 0 TO AH-SUSPENDED-COUNT
                   END-IF
                   MOVE AH-SUSPENDED-COUNT TO SR-SUSPENDED-COUNT
                   RELEASE SORT-RECORD
                   READ ATTEND-TOTAL-FILE
                       AT END SET TOTAL-EOF TO TRUE
           CLOSE ATTEND-TOTAL-FILE.

       START-ROW-FROM-TOTAL.
           MOVE TW-STUDENT-ID TO OT-STUDENT-ID
           MOVE TW-SSN-MASKED TO OT-SSN-MASKED
           MOVE TW-SECTION TO OT-SECTION
           MOVE TW-MONTH TO OT-MONTH
           MOVE TW-NAME TO OT-NAME
           MOVE TW-PRESENT-COUNT TO OT-PRESENT-COUNT
           MOVE TW-ABSENT-COUNT TO OT-ABSENT-COUNT
           MOVE TW-TARDY-COUNT TO OT-TARDY-COUNT
           MOVE TW-SUSPENDED-COUNT TO OT-SUSPENDED-COUNT.

       START-ROW-FROM-INCREMENT.
           MOVE IW-STUDENT-ID TO OT-STUDENT-ID
           MOVE IW-SSN-MASKED TO OT-SSN-MASKED
           MOVE IW-SECTION TO OT-SECTION
           MOVE IW-MONTH TO OT-MONTH
           MOVE IW-NAME TO OT-NAME
           MOVE 0 TO OT-PRESENT-COUNT
           MOVE 0 TO OT-ABSENT-COUNT
           MOVE 0 TO OT-TARDY-COUNT
           MOVE 0 TO OT-SUSPENDED-COUNT.

       ABSORB-MATCHING-INCREMENTS.
           PERFORM UNTIL INCR-SIDE-KEY = HIGH-VALUES
                   OR IW-STUDENT-ID NOT = OT-STUDENT-ID
                   OR IW-SECTION NOT = OT-SECTION
                   OR IW-MONTH NOT = OT-MONTH
               ADD IW-PRESENT-COUNT TO OT-PRESENT-COUNT
               ADD IW-ABSENT-COUNT TO OT-ABSENT-COUNT
               ADD IW-TARDY-COUNT TO OT-TARDY-COUNT
               ADD IW-SUSPENDED-COUNT TO OT-SUSPENDED-COUNT
               IF IW-NAME NOT = SPACES
                   MOVE IW-NAME TO OT-NAME
               END-IF
           END-PERFORM.

       WRITE-ONE-TOTAL-ROW.
           MOVE OT-STUDENT-ID TO AH-STUDENT-ID
           MOVE OT-SSN-MASKED TO AH-SSN-MASKED
           MOVE OT-NAME TO AH-NAME
           MOVE OT-SECTION TO AH-SECTION
           MOVE OT-PRESENT-COUNT TO AH-PRESENT-COUNT
           MOVE OT-ABSENT-COUNT TO AH-ABSENT-COUNT
           MOVE OT-TARDY-COUNT TO AH-TARDY-COUNT
           MOVE OT-SUSPENDED-COUNT TO AH-SUSPENDED-COUNT
           WRITE ATTEND-TOTAL-RECORD
           ADD 1 TO TOTAL-ROW-COUNT.

                   MOVE TW-KEY TO TOTAL-SIDE-KEY
           END-READ.

      *>   Attendance dated after the enrollee withdrew, transferred
      *>   out or graduated is held as not active rather than posted.
       CHECK-ENROLLMENT.
           MOVE SPACES TO STUDENT-NAME
           MOVE 0 TO STUDENT-ID
           IF MASTER-CHECK-ON
               MOVE AT-SSN TO EM-SSN
               READ MASTER-FILE
                   NOT INVALID KEY
                       SET IS-ENROLLED TO TRUE
                       MOVE EM-NAME TO STUDENT-NAME
                       MOVE EM-STUDENT-ID TO STUDENT-ID
                       IF NOT EM-ACTIVE AND AT-DATE > EM-STATUS-DATE
                           SET NOT-ACTIVE TO TRUE
                       END-IF
               END-READ
           ELSE
               SET IS-ENROLLED TO TRUE
               SET SECTION-KNOWN TO TRUE
           END-IF.

      *>   A site that has never built a section reference can still
      *>   post attendance -- the check is disabled with a warning,
      *>   the same way MENU bootstraps without an OPERATOR file.
      *>   Without an enrollee master there is no student ID to post
      *>   under, so every record is held in SUSPENSE until one is
      *>   built and RECYCLE resubmits them.
       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, ATTENDANCE HELD "
                       "IN SUSPENSE"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.
               CLOSE SECTION-REF-FILE
           END-IF.

      *>   With no INCIDENT file every absence posts as an absence.
       LOAD-SUSPENSION-DAYS.
           MOVE 0 TO SUSP-DAY-COUNT
           MOVE "N" TO INCIDENT-EOF-SW
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-STATUS NOT = "35"
               READ INCIDENT-FILE
                   AT END SET INCIDENT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INCIDENT-EOF
                   MOVE INCIDENT-FD-RECORD TO INCIDENT-RECORD
                   IF IN-SUSPENSION AND IN-SUSP-END > 0
                       IF SUSP-DAY-COUNT < 2000
                           ADD 1 TO SUSP-DAY-COUNT
                           MOVE IN-STUDENT-ID
                                   TO SDT-STUDENT-ID(SUSP-DAY-COUNT)
                           MOVE IN-SUSP-START TO SDT-START(SUSP-DAY-COUNT)
                           MOVE IN-SUSP-END TO SDT-END(SUSP-DAY-COUNT)
                       ELSE
                           DISPLAY "SUSPENSION TABLE FULL -- INCIDENT "
                                   IN-INCIDENT-ID " POSTS AS ABSENT"
                       END-IF
                   END-IF
                   READ INCIDENT-FILE
                       AT END SET INCIDENT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

       SUSPEND-ATTEND-RECORD.
           ADD 1 TO REJECT-COUNT
           MOVE "ATTPOST " TO SU-PROGRAM
       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "ATTENDANCE RECORDS POSTED . " POSTED-COUNT
           DISPLAY "ABSENCES POSTED SUSPENDED . " SUSPENDED-DAY-COUNT
           DISPLAY "RECORDS REJECTED  . . . . . " REJECT-COUNT
           DISPLAY "TOTAL ROWS ON FILE  . . . . " TOTAL-ROW-COUNT
           DISPLAY "-------------------------------------------".
