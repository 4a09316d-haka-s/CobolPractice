      *>****************************************************************
      *> Guardian / address master update.  Applies coded GRDTRAN
      *> records (A = add, C = change, D = delete, keyed by the
      *> student's permanent ID) directly against the indexed GUARDIAN
      *> file by keyed READ / WRITE / REWRITE / DELETE, the same way
      *> MSTRUPDT maintains the enrollee master, so the notice
      *> letters have a mailing address to merge instead of a clerk's
      *> paper card file and there is no work table for enrollment to
      *> outgrow.  The ID is checked against the enrollee master by
      *> its alternate key, and the student's masked SSN is carried
      *> onto the guardian record from there for display.  Unusable
      *> transactions go to SUSPENSE so RECYCLE can fix and re-feed
      *> them.  A change that gives an address marked bad by returned
      *> mail a new street, city, state or ZIP clears the mark; the
      *> same address keyed again stays marked.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
               88 GT-CODE-ADD VALUE "A", " ".
               88 GT-CODE-CHANGE VALUE "C".
               88 GT-CODE-DELETE VALUE "D".
           02 GT-STUDENT-ID PIC X(7).
           02 GT-STUDENT-ID-NUM REDEFINES GT-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(4).
           02 GT-GUARDIAN-NAME PIC X(30).
           02 GT-STREET PIC X(20).
           02 GT-CITY PIC X(11).
       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  SUSPENSE-FILE.
       01 SUSPENSE-FD-RECORD PIC X(108).

       01 GUARD-TRANS-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 SUSPENSE-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 ENROLLED-SW PIC X(1) VALUE "N".
           88 IS-ENROLLED VALUE "Y".
           88 NOT-ENROLLED VALUE "N".
       01 STUDENT-SSN-MASKED PIC X(11) VALUE SPACES.
       01 TRANS-EOF-SW PIC X(1) VALUE "N".
           88 TRANS-EOF VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 DELETE-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 WRITE-COUNT PIC 9(5) VALUE 0.
       01 BAD-CLEARED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       GUARDUPD-DRIVER.
           MOVE 0 TO DELETE-COUNT
           MOVE 0 TO REJECT-COUNT
           MOVE 0 TO WRITE-COUNT
           MOVE 0 TO BAD-CLEARED-COUNT
           MOVE "N" TO TRANS-EOF-SW
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "GUARDIAN/ADDRESS MASTER UPDATE STARTING"
           PERFORM OPEN-GUARDIAN-FILE
           PERFORM OPEN-MASTER-FOR-CHECK
           OPEN INPUT GUARD-TRANS-FILE
           IF GUARD-TRANS-STATUS = "35"
               DISPLAY "NO TRANSACTIONS ON FILE -- GRDTRAN NOT FOUND"
               CLOSE GUARDIAN-FILE
               PERFORM CLOSE-MASTER-AFTER-CHECK
               GOBACK
           END-IF
           READ GUARD-TRANS-FILE
           END-PERFORM
           CLOSE GUARD-TRANS-FILE
           CLOSE GUARDIAN-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.
               OPEN I-O GUARDIAN-FILE
           END-IF.

      *>   A site that has never built an enrollee master can still
      *>   maintain addresses -- the check is disabled with a warning,
      *>   the same way MENU bootstraps without an OPERATOR file.
       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, ENROLLMENT "
                       "CHECK DISABLED"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-AFTER-CHECK.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       CHECK-ENROLLMENT.
           MOVE SPACES TO STUDENT-SSN-MASKED
           IF MASTER-CHECK-ON
               MOVE GT-STUDENT-ID-NUM TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY SET NOT-ENROLLED TO TRUE
                   NOT INVALID KEY
                       SET IS-ENROLLED TO TRUE
                       MOVE EM-SSN-MASKED TO STUDENT-SSN-MASKED
               END-READ
           ELSE
               SET IS-ENROLLED TO TRUE
           END-IF.

       APPLY-GUARD-TRANSACTION.
           IF GT-STUDENT-ID IS NOT NUMERIC
                   OR GT-STUDENT-ID-NUM = 0
               DISPLAY "REJECTED -- NO STUDENT ID ON TRANSACTION"
               ADD 1 TO REJECT-COUNT
               MOVE "BSID" TO SU-REASON-CODE
               PERFORM WRITE-SUSPENSE-RECORD
           ELSE
               PERFORM CHECK-ENROLLMENT
               PERFORM READ-GUARDIAN-BY-ID
               EVALUATE TRUE
                   WHEN NOT-ENROLLED AND NOT GT-CODE-DELETE
                       DISPLAY "REJECTED -- NOT ENROLLED ON MASTER: "
                               GT-STUDENT-ID
                       ADD 1 TO REJECT-COUNT
                       MOVE "NENR" TO SU-REASON-CODE
                       PERFORM WRITE-SUSPENSE-RECORD
                   WHEN GT-CODE-ADD
                       PERFORM APPLY-GUARD-ADD
                   WHEN GT-CODE-CHANGE
                       PERFORM APPLY-GUARD-DELETE
                   WHEN OTHER
                       DISPLAY "REJECTED -- INVALID TRANSACTION CODE "
                               GT-TRANS-CODE " FOR " GT-STUDENT-ID
                       ADD 1 TO REJECT-COUNT
               END-EVALUATE
           END-IF.

       READ-GUARDIAN-BY-ID.
           SET GUARDIAN-NOT-FOUND TO TRUE
           MOVE GT-STUDENT-ID-NUM TO GD-STUDENT-ID
           READ GUARDIAN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET GUARDIAN-FOUND TO TRUE
       APPLY-GUARD-ADD.
           IF GUARDIAN-FOUND
               DISPLAY "REJECTED -- GUARDIAN ALREADY ON FILE FOR "
                       GT-STUDENT-ID
               ADD 1 TO REJECT-COUNT
           ELSE
               MOVE SPACES TO GUARDIAN-RECORD
               MOVE GT-STUDENT-ID-NUM TO GD-STUDENT-ID
               PERFORM CLEAR-RETURNED-MAIL
               PERFORM MOVE-TRANS-TO-GUARDIAN
               WRITE GUARDIAN-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED -- GUARDIAN ALREADY ON "
                               "FILE FOR " GT-STUDENT-ID
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO ADD-COUNT

       APPLY-GUARD-CHANGE.
           IF GUARDIAN-NOT-FOUND
               DISPLAY "REJECTED -- CHANGE FOR ID NOT ON FILE: "
                       GT-STUDENT-ID
               ADD 1 TO REJECT-COUNT
           ELSE
               IF GD-ADDRESS-BAD
                   PERFORM CHECK-BAD-ADDRESS-CHANGED
               END-IF
               PERFORM MOVE-TRANS-TO-GUARDIAN
               REWRITE GUARDIAN-RECORD
                   INVALID KEY
                       DISPLAY "REJECTED -- CHANGE FOR ID NOT ON "
                               "FILE: " GT-STUDENT-ID
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CHANGE-COUNT

       APPLY-GUARD-DELETE.
           IF GUARDIAN-NOT-FOUND
               DISPLAY "REJECTED -- DELETE FOR ID NOT ON FILE: "
                       GT-STUDENT-ID
               ADD 1 TO REJECT-COUNT
           ELSE
               DELETE GUARDIAN-FILE
                   INVALID KEY
                       DISPLAY "REJECTED -- DELETE FOR ID NOT ON "
                               "FILE: " GT-STUDENT-ID
                       ADD 1 TO REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO DELETE-COUNT
               END-DELETE
           END-IF.

      *>   The transaction's street and city are narrower than the
      *>   master's, so they are compared padded, the same way they
      *>   are applied.
       CHECK-BAD-ADDRESS-CHANGED.
           IF GT-STREET NOT = GD-STREET OR GT-CITY NOT = GD-CITY
                   OR GT-STATE NOT = GD-STATE OR GT-ZIP NOT = GD-ZIP
               PERFORM CLEAR-RETURNED-MAIL
               ADD 1 TO BAD-CLEARED-COUNT
               DISPLAY "NEW ADDRESS -- RETURNED-MAIL MARK CLEARED FOR "
                       GT-STUDENT-ID
           ELSE
               DISPLAY "WARNING -- ADDRESS UNCHANGED, STILL MARKED BAD "
                       "FOR " GT-STUDENT-ID
           END-IF.

       CLEAR-RETURNED-MAIL.
           MOVE SPACE TO GD-ADDRESS-STATUS
           MOVE 0 TO GD-BAD-SINCE
           MOVE SPACES TO GD-RETURNED-FROM
           MOVE 0 TO GD-LAST-RETURNED
           MOVE 0 TO GD-RETURNED-COUNT.

       MOVE-TRANS-TO-GUARDIAN.
           IF STUDENT-SSN-MASKED NOT = SPACES
               MOVE STUDENT-SSN-MASKED TO GD-SSN-MASKED
           END-IF
           MOVE GT-GUARDIAN-NAME TO GD-GUARDIAN-NAME
           MOVE GT-STREET TO GD-STREET
           MOVE GT-CITY TO GD-CITY
           DISPLAY "DELETES APPLIED . . . . . . " DELETE-COUNT
           DISPLAY "TRANSACTIONS REJECTED . . . " REJECT-COUNT
           DISPLAY "GUARDIAN RECORDS WRITTEN  . " WRITE-COUNT
           DISPLAY "BAD ADDRESSES CLEARED . . . " BAD-CLEARED-COUNT
           DISPLAY "-------------------------------------------".
