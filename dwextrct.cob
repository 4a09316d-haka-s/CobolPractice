      *> district load team never sees a historical record twice.
      *> Runs as the final step of the nightly chain after NITELY
      *> completes, and can be rerun from the operator MENU -- a
      *> rerun ships nothing it already shipped.  Results for a
      *> student the enrollee master shows as withdrawn, transferred
      *> out or graduated are held back; NITEOUT still balances on
      *> everything read.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRACT-CONTROL-FILE ASSIGN TO "DWCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-CONTROL-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-CONTROL-FILE.
       01 EXTRACT-CONTROL-FD-RECORD PIC X(44).

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 NITE-OUT-STATUS PIC XX VALUE "00".
       01 EXTRACT-STATUS PIC XX VALUE "00".
       01 TRANSMITTAL-STATUS PIC XX VALUE "00".
       01 EXTRACT-CONTROL-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 NITE-EOF-SW PIC X(1) VALUE "N".
           88 NITE-EOF VALUE "Y".
       01 CONTROL-EOF-SW PIC X(1) VALUE "N".
       01 EXTRACT-COUNT PIC 9(9) VALUE 0.
       01 EXTRACT-HASH PIC 9(11) VALUE 0.
       01 SKIP-COUNT PIC 9(9) VALUE 0.
       01 INACTIVE-COUNT PIC 9(9) VALUE 0.
       01 NAME-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-IDX PIC 9(3) COMP VALUE 0.

           MOVE 0 TO EXTRACT-COUNT
           MOVE 0 TO EXTRACT-HASH
           MOVE 0 TO SKIP-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO CTL-READ-COUNT
           MOVE 0 TO CTL-READ-HASH
           MOVE "N" TO CTL-HEADER-SW
               DISPLAY "NO NIGHTLY OUTPUT ON FILE -- NITEOUT NOT FOUND"
               GOBACK
           END-IF
           PERFORM OPEN-MASTER-FOR-CHECK
           OPEN OUTPUT EXTRACT-FILE
           MOVE "NAME,SSN,TOTAL,AGE,GRADE,CANVOTE,PASSFAIL,RUNDATE"
                   TO EXTRACT-LINE
               IF CTL-OUT-OF-BALANCE
                   CLOSE NITE-OUT-FILE
                   CLOSE EXTRACT-FILE
                   PERFORM CLOSE-MASTER-AFTER-CHECK
                   DISPLAY "RUN ABORTED -- NITEOUT OUT OF BALANCE"
                   PERFORM WRITE-AUDIT-RECORD
                   GOBACK
                       "TRUNCATED FILE"
               CLOSE NITE-OUT-FILE
               CLOSE EXTRACT-FILE
               PERFORM CLOSE-MASTER-AFTER-CHECK
               DISPLAY "RUN ABORTED -- NITEOUT OUT OF BALANCE"
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF
           CLOSE NITE-OUT-FILE
           CLOSE EXTRACT-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
           PERFORM REWRITE-EXTRACT-CONTROL
           PERFORM WRITE-TRANSMITTAL
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "-------------------------------------------"
           DISPLAY "RECORDS EXTRACTED . . . . . " EXTRACT-COUNT
           DISPLAY "ALREADY SHIPPED, SKIPPED  . " SKIP-COUNT
           DISPLAY "NOT ACTIVE, HELD BACK . . . " INACTIVE-COUNT
           DISPLAY "EXTRACT HASH TOTAL  . . . . " EXTRACT-HASH
           DISPLAY "-------------------------------------------"
           GOBACK.
           ADD NO-TOTAL TO CTL-READ-HASH
           PERFORM DECIDE-SHIP-ONE-RECORD
           IF SHIP-RECORD
               PERFORM CHECK-STUDENT-ACTIVE
               IF STUDENT-ACTIVE
                   PERFORM WRITE-ONE-EXTRACT-LINE
               ELSE
                   ADD 1 TO INACTIVE-COUNT
               END-IF
           ELSE
               ADD 1 TO SKIP-COUNT
           END-IF.
                   CONTINUE
           END-EVALUATE.

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
               MOVE NO-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           SET STUDENT-INACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-ONE-EXTRACT-LINE.
           MOVE 0 TO NAME-LEN
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 30
           MOVE "DWEXTRCT" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = EXTRACT-COUNT + SKIP-COUNT
               + INACTIVE-COUNT
           MOVE EXTRACT-COUNT TO AUD-WRITE-COUNT
           MOVE INACTIVE-COUNT TO AUD-REJECT-COUNT
           MOVE EXTRACT-HASH TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
