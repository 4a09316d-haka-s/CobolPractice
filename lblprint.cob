      *> street, city/state/zip, blank separator -- so the labels
      *> peel in the same order the letters come off the printer.
      *> Students with no guardian record are skipped here; LETTERS
      *> already lists them for hand-addressing.  Students the
      *> enrollee master shows as no longer active are skipped too,
      *> matching the letters LETTERS holds back for them.  No label
      *> is cut for an address marked bad by returned mail; LETTERS
      *> lists those students for the office to phone.
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
           SELECT LABEL-FILE ASSIGN TO "MAILLBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LABEL-STATUS.
       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  LABEL-FILE.
       01 LABEL-LINE PIC X(40).

       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 LABEL-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 ROSTER-EOF VALUE "Y".
       01 GUARD-FOUND-SW PIC X(1) VALUE "N".

       01 LABEL-COUNT PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 BAD-ADDRESS-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       LBLPRINT-DRIVER.
           MOVE "N" TO ROSTER-EOF-SW
           MOVE 0 TO LABEL-COUNT
           MOVE 0 TO SKIPPED-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO BAD-ADDRESS-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "LABELS FOR RUN DATE (YYYYMMDD, BLANK=TODAY) "
                   WITH NO ADVANCING
                       "TO CUT"
               GOBACK
           END-IF
           PERFORM OPEN-MASTER-FOR-CHECK
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "NO ROSTER RESULTS ON FILE -- "
                       "ROSTEROUT NOT FOUND"
               CLOSE GUARDIAN-FILE
               PERFORM CLOSE-MASTER-AFTER-CHECK
               GOBACK
           END-IF
           OPEN OUTPUT LABEL-FILE
               IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                       AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                       AND CR-RUN-DATE = LABEL-DATE
                   PERFORM CHECK-STUDENT-ACTIVE
                   IF STUDENT-ACTIVE
                       PERFORM CUT-ONE-LABEL
                   ELSE
                       ADD 1 TO INACTIVE-COUNT
                   END-IF
               END-IF
               READ ROSTER-OUT-FILE
                   AT END SET ROSTER-EOF TO TRUE
           END-PERFORM
           CLOSE ROSTER-OUT-FILE
           CLOSE GUARDIAN-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
           CLOSE LABEL-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "-------------------------------------------"
           DISPLAY "LABELS CUT  . . . . . . . . " LABEL-COUNT
           DISPLAY "NO GUARDIAN, SKIPPED  . . . " SKIPPED-COUNT
           DISPLAY "NOT ACTIVE, SKIPPED . . . . " INACTIVE-COUNT
           DISPLAY "ADDRESS BAD, SKIPPED  . . . " BAD-ADDRESS-COUNT
           DISPLAY "-------------------------------------------"
           GOBACK.

      *>   GUARDIAN master, so there is no address table to outgrow.
       CUT-ONE-LABEL.
           SET GUARD-NOT-FOUND TO TRUE
           MOVE CR-STUDENT-ID TO GD-STUDENT-ID
           READ GUARDIAN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET GUARD-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN GUARD-NOT-FOUND
                   ADD 1 TO SKIPPED-COUNT
               WHEN GD-ADDRESS-BAD
                   ADD 1 TO BAD-ADDRESS-COUNT
               WHEN OTHER
                   PERFORM WRITE-LABEL-BLOCK
           END-EVALUATE.

       WRITE-LABEL-BLOCK.
           MOVE GD-GUARDIAN-NAME TO LABEL-LINE
           WRITE LABEL-LINE
           MOVE GD-STREET TO LABEL-LINE
           WRITE LABEL-LINE
           MOVE 0 TO CITY-LEN
           PERFORM VARYING NAME-IDX FROM 1 BY 1
                   UNTIL NAME-IDX > 15
               IF GD-CITY(NAME-IDX:1) NOT = SPACE
                   MOVE NAME-IDX TO CITY-LEN
               END-IF
           END-PERFORM
           IF CITY-LEN = 0
               MOVE 1 TO CITY-LEN
           END-IF
           MOVE SPACES TO LABEL-LINE
           STRING GD-CITY(1:CITY-LEN) ", " GD-STATE " " GD-ZIP
               DELIMITED BY SIZE INTO LABEL-LINE
           WRITE LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           WRITE LABEL-LINE
           ADD 1 TO LABEL-COUNT.

      *>   Without an enrollee master every student is taken as active.
       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, ENROLLMENT "
                       "STATUS CHECK DISABLED"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-AFTER-CHECK.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       CHECK-STUDENT-ACTIVE.
           SET STUDENT-ACTIVE TO TRUE
           IF MASTER-CHECK-ON
               MOVE CR-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           SET STUDENT-INACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE "LBLPRINT" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = LABEL-COUNT + SKIPPED-COUNT
               + INACTIVE-COUNT + BAD-ADDRESS-COUNT
           MOVE LABEL-COUNT TO AUD-WRITE-COUNT
           COMPUTE AUD-REJECT-COUNT = SKIPPED-COUNT + INACTIVE-COUNT
               + BAD-ADDRESS-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
