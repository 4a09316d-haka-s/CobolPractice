       PROGRAM-ID. MSTRUPDT.
      *>****************************************************************
      *> Enrollee master update.  Applies coded TRANSACT records
      *> (A = add, C = change, D = delete, and the status codes
      *> W = withdraw, T = transfer out, G = graduate, R = re-admit)
      *> directly against the
      *> indexed ENRLMSTR file by keyed READ / WRITE / REWRITE /
      *> DELETE, so the master is no longer loaded into a work table
      *> and the old 1000-record ceiling is gone.  Bad transactions
      *> go to SUSPENSE the same way the batch intake rejects do.
      *> Maker-checker control: changes, deletes and status changes
      *> are not applied
      *> from TRANSACT -- they are diverted to the MSTRPEND queue for
      *> a second operator to review through APPROVE, and each run
      *> first applies whatever that reviewer approved.  Adds apply
      *> directly, and each add is given the next permanent student
      *> ID from the STUIDCTL control record -- the key every other
      *> student file is carried on from then on.  A change keeps the
      *> ID the enrollee already holds.  A status transaction sets
      *> the enrollment status with its effective date and reason --
      *> the enrollee stays on the master, so a student who leaves is
      *> no longer deleted to stop the batch treating them as
      *> enrolled -- and a status code with no valid effective date
      *> is suspended before it ever reaches the approval queue.
      *> Every applied transaction is journaled to MSTRJRNL with the
      *> full before and after master images so a disputed change can
      *> be answered from the file and a bad run can be reconstructed;
      *> JRNLRPT lists the journal.  MSTRCOPY produces the sequential
      *> ENRLSEQ copy for the programs that still read the master
      *> serially.  Each add is checked for immunization compliance
      *> through IMMCHECK, which opens the student's IMMUNIZ record
      *> if there is none; a student with proof outstanding is listed
      *> on the console with the date it is due.
      *> A master still holding enrollees with no student ID has not
      *> been through the one-time STUIDCNV conversion; the run is
      *> refused before anything is applied and before STUIDCTL is
      *> written, so the conversion can still be run.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PENDING-FILE ASSIGN TO "MSTRPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT STUDENT-ID-FILE ASSIGN TO "STUIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 SUSPENSE-FD-RECORD PIC X(108).

       FD  JOURNAL-FILE.
       01 JOURNAL-FD-RECORD PIC X(237).

       FD  PENDING-FILE.
       01 PENDING-FD-RECORD PIC X(113).

       FD  STUDENT-ID-FILE.
       COPY STUIDREC.

       WORKING-STORAGE SECTION.
       COPY PERSON.
       COPY TRANREC.
       01 JOURNAL-STATUS PIC XX VALUE "00".
       COPY JRNLREC.
       COPY AUDITWK.
       COPY IMMWORK.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 TIME-WORK PIC 9(8) VALUE 0.
       01 TRANS-STATUS PIC XX VALUE "00".
       01 MASTER-EOF-SW PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 STUDENT-ID-STATUS PIC XX VALUE "00".
       01 LAST-STUDENT-ID PIC 9(7) VALUE 0.
       01 HIGHEST-MASTER-ID PIC 9(7) VALUE 0.
       01 UNCONVERTED-COUNT PIC 9(7) VALUE 0.

       01 EFFECTIVE-DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
           88 DATE-NOT-VALID VALUE "N".

       01 BAK-FILE-ID PIC X(9) VALUE "ENRLMSTR".
       01 BAK-FUNCTION PIC X(1) VALUE "O".
       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.
       01 STATUS-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 WRITE-COUNT PIC 9(5) VALUE 0.
       01 IMM-DUE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MSTRUPDT-DRIVER.
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           MOVE 0 TO STATUS-COUNT
           MOVE 0 TO REJECT-COUNT
           MOVE 0 TO WRITE-COUNT
           MOVE 0 TO DIVERT-COUNT
           MOVE 0 TO PEND-APPLIED-COUNT
           MOVE 0 TO PEND-PURGED-COUNT
           MOVE 0 TO IMM-DUE-COUNT
           MOVE "N" TO TRANS-EOF-SW
           MOVE "N" TO PENDING-PASS-SW
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OPERATOR-ID
           MOVE OPERATOR-ID TO AUD-OPERATOR
           PERFORM OPEN-MASTER-FILE
      *>   A master built before the student ID alternate key existed
      *>   will not open against this layout.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "MASTER WILL NOT OPEN (STATUS " MASTER-STATUS
                       ") -- RUN STUIDCNV IF NOT YET CONVERTED"
               DISPLAY "RUN ABORTED, MASTER UNCHANGED"
               GOBACK
           END-IF
           PERFORM LOAD-LAST-STUDENT-ID
           PERFORM BACKUP-MASTER-FILE
           IF NOT BAK-PROCEED
               DISPLAY "BACKUP FAILED -- RUN ABORTED, MASTER "
               CLOSE MASTER-FILE
               GOBACK
           END-IF
           IF UNCONVERTED-COUNT > 0
               DISPLAY UNCONVERTED-COUNT " ENROLLEES HAVE NO STUDENT ID "
                       "-- RUN STUIDCNV FIRST"
               DISPLAY "RUN ABORTED, MASTER UNCHANGED"
               CLOSE MASTER-FILE
               GOBACK
           END-IF
           PERFORM APPLY-APPROVED-PENDING
           OPEN INPUT TRANS-FILE
           IF TRANS-STATUS = "35"
      *>   totals like any other run.
               DISPLAY "NO TRANSACTIONS ON FILE -- TRANSACT NOT FOUND"
               CLOSE MASTER-FILE
               PERFORM SAVE-LAST-STUDENT-ID
               PERFORM WRITE-AUDIT-RECORD
               PERFORM DISPLAY-CONTROL-TOTALS
               GOBACK
           END-PERFORM
           CLOSE TRANS-FILE
           CLOSE MASTER-FILE
           PERFORM SAVE-LAST-STUDENT-ID
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM READ-MASTER-BY-SSN
               PERFORM VALIDATE-EFFECTIVE-DATE
               EVALUATE TRUE
                   WHEN DATE-NOT-VALID
                       DISPLAY "REJECTED -- BAD EFFECTIVE DATE ON "
                               TR-TRANS-CODE " TRANSACTION FOR " TR-NAME
                       ADD 1 TO REJECT-COUNT
                       MOVE "BEFD" TO SU-REASON-CODE
                       MOVE TRANS-RECORD TO SU-ORIG-RECORD
                       PERFORM WRITE-SUSPENSE-RECORD
                   WHEN TR-CODE-ADD
                       PERFORM APPLY-ADD
                   WHEN TR-CODE-CHANGE AND IN-PENDING-PASS
                       PERFORM APPLY-CHANGE
                   WHEN TR-CODE-DELETE AND IN-PENDING-PASS
                       PERFORM APPLY-DELETE
                   WHEN TR-CODE-STATUS AND IN-PENDING-PASS
                       PERFORM APPLY-STATUS-CHANGE
      *>   Destructive codes from TRANSACT wait for a second operator.
                   WHEN TR-CODE-CHANGE OR TR-CODE-DELETE
                           OR TR-CODE-STATUS
                       PERFORM DIVERT-TO-PENDING
                   WHEN OTHER
                       DISPLAY "REJECTED -- INVALID TRANSACTION CODE "
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           MOVE 0 TO UNCONVERTED-COUNT
           IF BAK-PROCEED
               MOVE "N" TO MASTER-EOF-SW
               MOVE ZEROS TO EM-SSN
                   READ MASTER-FILE NEXT
                       AT END SET MASTER-EOF TO TRUE
                       NOT AT END
                           IF EM-STUDENT-ID NOT NUMERIC
                                   OR EM-STUDENT-ID = 0
                               ADD 1 TO UNCONVERTED-COUNT
                           ELSE
                               IF EM-STUDENT-ID > HIGHEST-MASTER-ID
                                   MOVE EM-STUDENT-ID
                                           TO HIGHEST-MASTER-ID
                               END-IF
                           END-IF
                           MOVE SPACES TO BAK-RECORD
                           MOVE MASTER-RECORD TO BAK-RECORD
                           MOVE "W" TO BAK-FUNCTION
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
               IF HIGHEST-MASTER-ID > LAST-STUDENT-ID
                   DISPLAY "STUDENT ID CONTROL BEHIND THE MASTER -- "
                           "RESET FROM " LAST-STUDENT-ID " TO "
                           HIGHEST-MASTER-ID
                   MOVE HIGHEST-MASTER-ID TO LAST-STUDENT-ID
               END-IF
           END-IF.

      *>   The backup pass reads every master record anyway, so it
      *>   also notes the highest ID on file; a missing or stale
      *>   control record is caught up to it there and an ID already
      *>   issued can never be handed out twice.
       LOAD-LAST-STUDENT-ID.
           MOVE 0 TO LAST-STUDENT-ID
           MOVE 0 TO HIGHEST-MASTER-ID
           OPEN INPUT STUDENT-ID-FILE
           IF STUDENT-ID-STATUS = "35"
               DISPLAY "NO STUDENT ID CONTROL ON FILE -- REBUILDING "
                       "FROM THE MASTER"
           ELSE
               READ STUDENT-ID-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SC-LAST-STUDENT-ID TO LAST-STUDENT-ID
               END-READ
               CLOSE STUDENT-ID-FILE
           END-IF.

      *>   A control record that fails to save would start the next
      *>   run from the old last ID and hand the same IDs out twice,
      *>   so the operator is given the ID to key in by hand.
       SAVE-LAST-STUDENT-ID.
           MOVE LAST-STUDENT-ID TO SC-LAST-STUDENT-ID
           MOVE RUN-DATE TO SC-LAST-ASSIGNED-DATE
           OPEN OUTPUT STUDENT-ID-FILE
           IF STUDENT-ID-STATUS NOT = "00"
               PERFORM REPORT-STUDENT-ID-SAVE-FAILED
           ELSE
               WRITE STUDENT-ID-CONTROL-RECORD
               IF STUDENT-ID-STATUS NOT = "00"
                   PERFORM REPORT-STUDENT-ID-SAVE-FAILED
               END-IF
               CLOSE STUDENT-ID-FILE
           END-IF.

       REPORT-STUDENT-ID-SAVE-FAILED.
           DISPLAY "STUIDCTL NOT SAVED (STATUS " STUDENT-ID-STATUS
                   ") -- LAST STUDENT ID ASSIGNED " LAST-STUDENT-ID
           DISPLAY "CORRECT STUIDCTL TO THAT ID BEFORE THE NEXT RUN".

      *>   Approved items are applied ahead of the new TRANSACT work,
      *>   then the queue is rewritten holding only the records still
      *>   awaiting review.  Refused items purge here.  Counting first
           ELSE
               MOVE TR-SSN TO EM-SSN
               PERFORM MOVE-TRANS-TO-MASTER
               COMPUTE EM-STUDENT-ID = LAST-STUDENT-ID + 1
               MOVE "A" TO EM-ENROLL-STATUS
               MOVE RUN-DATE TO EM-STATUS-DATE
               MOVE SPACES TO EM-STATUS-REASON
               MOVE SPACES TO EM-GRADE-DATA
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED -- ADD FOR SSN ALREADY ON "
                               "MASTER: " TR-NAME
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       MOVE EM-STUDENT-ID TO LAST-STUDENT-ID
                       DISPLAY "STUDENT ID " EM-STUDENT-ID
                               " ASSIGNED TO " TR-NAME
                       ADD 1 TO ADD-COUNT
                       ADD 1 TO WRITE-COUNT
                       MOVE SPACES TO JR-BEFORE-IMAGE
                       MOVE SPACES TO JR-BEFORE-STATUS
                       MOVE SPACES TO JR-BEFORE-GRADE
                       PERFORM SAVE-AFTER-IMAGES
                       MOVE "A" TO JR-TRANS-CODE
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM CHECK-NEW-IMMUNIZATION
               END-WRITE
           END-IF.

      *>   The master holds no birth date, so a new enrollee's record
      *>   usually opens empty and the proof falls due from today.
       CHECK-NEW-IMMUNIZATION.
           MOVE "O" TO IMM-FUNCTION
           MOVE EM-STUDENT-ID TO IMM-STUDENT-ID
           MOVE 0 TO IMM-BIRTH-DATE
           MOVE RUN-DATE TO IMM-RUN-DATE
           CALL "IMMCHECK" USING IMM-FUNCTION, IMM-STUDENT-ID,
                   IMM-BIRTH-DATE, IMM-RUN-DATE, IMM-RESULT-SW, IMM-AGE,
                   IMM-DUE-DATE, IMM-MISSING-COUNT, IMM-MISSING-TABLE,
                   IMM-ON-FILE-SW
           IF IMM-NOT-COMPLIANT
               ADD 1 TO IMM-DUE-COUNT
               EVALUATE TRUE
                   WHEN IMM-DOSES-MISSING
                       DISPLAY "IMMUNIZATION -- " IMM-MISSING-COUNT
                               " VACCINES SHORT, DUE " IMM-DUE-DATE
                               ": " TR-NAME
                   WHEN OTHER
                       DISPLAY "IMMUNIZATION -- PROOF DUE "
                               IMM-DUE-DATE ", NO BIRTH DATE OR DOSES "
                               "ON FILE: " TR-NAME
               END-EVALUATE
           END-IF.

       APPLY-CHANGE.
           IF MASTER-NOT-FOUND
               DISPLAY "REJECTED -- CHANGE FOR SSN NOT ON MASTER: "
                       TR-NAME
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM SAVE-BEFORE-IMAGES
               PERFORM MOVE-TRANS-TO-MASTER
               REWRITE MASTER-RECORD
                   INVALID KEY
                   NOT INVALID KEY
                       ADD 1 TO CHANGE-COUNT
                       ADD 1 TO WRITE-COUNT
                       PERFORM SAVE-AFTER-IMAGES
                       MOVE "C" TO JR-TRANS-CODE
                       PERFORM WRITE-JOURNAL-RECORD
               END-REWRITE
                       TR-NAME
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM SAVE-BEFORE-IMAGES
               DELETE MASTER-FILE
                   INVALID KEY
                       DISPLAY "REJECTED -- DELETE FOR SSN NOT ON "
                       ADD 1 TO DELETE-COUNT
                       ADD 1 TO WRITE-COUNT
                       MOVE SPACES TO JR-AFTER-IMAGE
                       MOVE SPACES TO JR-AFTER-STATUS
                       MOVE SPACES TO JR-AFTER-GRADE
                       MOVE "D" TO JR-TRANS-CODE
                       PERFORM WRITE-JOURNAL-RECORD
               END-DELETE
           END-IF.

      *>   Withdraw, transfer and graduate apply only to an active
      *>   enrollee and re-admit only to one who has left, so a
      *>   duplicated or out-of-order status transaction is refused
      *>   rather than overwriting the date the student really left.
       APPLY-STATUS-CHANGE.
           EVALUATE TRUE
               WHEN MASTER-NOT-FOUND
                   DISPLAY "REJECTED -- STATUS CHANGE FOR SSN NOT ON "
                           "MASTER: " TR-NAME
                   ADD 1 TO REJECT-COUNT
               WHEN TR-CODE-READMIT AND EM-ACTIVE
                   DISPLAY "REJECTED -- RE-ADMIT FOR ENROLLEE ALREADY "
                           "ACTIVE: " TR-NAME
                   ADD 1 TO REJECT-COUNT
               WHEN NOT TR-CODE-READMIT AND NOT EM-ACTIVE
                   DISPLAY "REJECTED -- " TR-TRANS-CODE " FOR ENROLLEE "
                           "ALREADY INACTIVE: " TR-NAME
                   ADD 1 TO REJECT-COUNT
               WHEN OTHER
                   PERFORM SAVE-BEFORE-IMAGES
                   IF TR-CODE-READMIT
                       MOVE "A" TO EM-ENROLL-STATUS
                   ELSE
                       MOVE TR-TRANS-CODE TO EM-ENROLL-STATUS
                   END-IF
                   MOVE TR-EFFECTIVE-DATE TO EM-STATUS-DATE
                   MOVE TR-STATUS-REASON TO EM-STATUS-REASON
                   MOVE RUN-DATE TO EM-LAST-RUN-DATE
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY "REJECTED -- STATUS CHANGE FOR SSN "
                                   "NOT ON MASTER: " TR-NAME
                           ADD 1 TO REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO STATUS-COUNT
                           ADD 1 TO WRITE-COUNT
                           PERFORM SAVE-AFTER-IMAGES
                           MOVE TR-TRANS-CODE TO JR-TRANS-CODE
                           PERFORM WRITE-JOURNAL-RECORD
                   END-REWRITE
           END-EVALUATE.

      *>   Only the status codes carry an effective date; every other
      *>   code passes this edit untouched.
       VALIDATE-EFFECTIVE-DATE.
           SET DATE-IS-VALID TO TRUE
           IF TR-CODE-STATUS
               IF TR-EFFECTIVE-DATE IS NUMERIC
                   CALL "DAYSCALC" USING TR-EFFECTIVE-DATE,
                           EFFECTIVE-DAY-NUM, DATE-VALID-SW
               ELSE
                   SET DATE-NOT-VALID TO TRUE
               END-IF
           END-IF.

       MOVE-TRANS-TO-MASTER.
           MOVE TR-NAME TO EM-NAME
           MOVE TR-NUM1 TO EM-NUM1
           CALL "VALSSN" USING SSArea, SSGroup, SSSerial,
                   SSN-VALID-SW, SSN-MASKED.

      *>   The master's original fields, its student ID and status,
      *>   and its grade each go to their own journal image group.
       SAVE-BEFORE-IMAGES.
           MOVE MASTER-RECORD TO JR-BEFORE-IMAGE
           MOVE EM-STUDENT-ID TO JB-STUDENT-ID
           MOVE EM-ENROLL-STATUS TO JB-ENROLL-STATUS
           MOVE EM-STATUS-DATE TO JB-STATUS-DATE
           MOVE EM-STATUS-REASON TO JB-STATUS-REASON
           MOVE EM-GRADE-DATA TO JR-BEFORE-GRADE.

       SAVE-AFTER-IMAGES.
           MOVE MASTER-RECORD TO JR-AFTER-IMAGE
           MOVE EM-STUDENT-ID TO JA-STUDENT-ID
           MOVE EM-ENROLL-STATUS TO JA-ENROLL-STATUS
           MOVE EM-STATUS-DATE TO JA-STATUS-DATE
           MOVE EM-STATUS-REASON TO JA-STATUS-REASON
           MOVE EM-GRADE-DATA TO JR-AFTER-GRADE.

      *>   One journal record per applied transaction; the time is
      *>   stamped per record so same-day transactions stay in order.
       WRITE-JOURNAL-RECORD.
           DISPLAY "ADDS APPLIED . . . . . . . . " ADD-COUNT
           DISPLAY "CHANGES APPLIED . . . . . . " CHANGE-COUNT
           DISPLAY "DELETES APPLIED . . . . . . " DELETE-COUNT
           DISPLAY "STATUS CHANGES APPLIED  . . " STATUS-COUNT
           DISPLAY "HELD FOR APPROVAL . . . . . " DIVERT-COUNT
           DISPLAY "APPROVED ITEMS APPLIED . . . " PEND-APPLIED-COUNT
           DISPLAY "REFUSED ITEMS PURGED . . . . " PEND-PURGED-COUNT
           DISPLAY "TRANSACTIONS REJECTED . . . " REJECT-COUNT
           DISPLAY "MASTER RECORDS WRITTEN . . . " WRITE-COUNT
           DISPLAY "ADDS WITH IMMUNIZATION DUE . " IMM-DUE-COUNT
           DISPLAY "-------------------------------------------".
