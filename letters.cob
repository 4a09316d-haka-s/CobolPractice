      *> letter and are listed on an exception page so the office can
      *> hand-address those few instead of all of them.  Parents hear
      *> from us the morning after the run instead of a week later.
      *> A student the enrollee master shows as withdrawn, transferred
      *> out or graduated gets no letter; the summary page counts
      *> them.  A guardian address marked bad by returned mail gets no
      *> letter either; the student is listed on a second exception
      *> page so the office can phone instead.
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

       DATA DIVISION.
       FILE SECTION.
       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 GUARD-CHECK-SW PIC X(1) VALUE "N".
       01 GUARD-FOUND-SW PIC X(1) VALUE "N".
           88 GUARD-FOUND VALUE "Y".
           88 GUARD-NOT-FOUND VALUE "N".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 LETTER-STATUS PIC XX VALUE "00".
       01 ROSTER-EOF-SW PIC X(1) VALUE "N".
       01 PASS-LETTER-COUNT PIC 9(5) VALUE 0.
       01 FAIL-LETTER-COUNT PIC 9(5) VALUE 0.
       01 LETTER-COUNT PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 NAME-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-IDX PIC 9(3) COMP VALUE 0.

       01 NO-GUARDIAN-IDX PIC 9(3) VALUE 0.
       01 CITY-LEN PIC 9(3) COMP VALUE 0.

       01 BAD-ADDRESS-COUNT PIC 9(5) VALUE 0.
       01 BAD-ADDRESS-LIST-COUNT PIC 9(3) VALUE 0.
       01 BAD-ADDRESS-TABLE.
           02 BAD-ADDRESS-ENTRY PIC X(60) OCCURS 100 TIMES.
       01 BAD-ADDRESS-IDX PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       LETTERS-DRIVER.
           MOVE "N" TO ROSTER-EOF-SW
           MOVE 0 TO PASS-LETTER-COUNT
           MOVE 0 TO FAIL-LETTER-COUNT
           MOVE 0 TO LETTER-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO BAD-ADDRESS-COUNT
           MOVE 0 TO BAD-ADDRESS-LIST-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
      *>   ROSTEROUT accumulates one segment per batch run; letters
      *>   go out only for the requested run date so prior terms'
           DISPLAY "NOTICE LETTER GENERATION STARTING FOR "
                   LETTER-DATE
           PERFORM OPEN-GUARDIAN-FILE
           PERFORM OPEN-MASTER-FOR-CHECK
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "NO ROSTER RESULTS ON FILE -- "
                       "ROSTEROUT NOT FOUND"
               PERFORM CLOSE-GUARDIAN-FILE
               PERFORM CLOSE-MASTER-AFTER-CHECK
               GOBACK
           END-IF
           OPEN OUTPUT LETTER-FILE
               IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                       AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                       AND CR-RUN-DATE = LETTER-DATE
                   PERFORM CHECK-STUDENT-ACTIVE
                   IF STUDENT-ACTIVE
                       PERFORM FIND-GUARDIAN-RECORD
                       IF GUARD-FOUND AND GD-ADDRESS-BAD
                           PERFORM HOLD-FOR-BAD-ADDRESS
                       ELSE
                           PERFORM PRINT-ONE-LETTER
                       END-IF
                   ELSE
                       ADD 1 TO INACTIVE-COUNT
                   END-IF
               END-IF
               READ ROSTER-OUT-FILE
                   AT END SET ROSTER-EOF TO TRUE
           END-PERFORM
           CLOSE ROSTER-OUT-FILE
           PERFORM CLOSE-GUARDIAN-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
           PERFORM PRINT-SUMMARY-PAGE
           PERFORM PRINT-NO-GUARDIAN-EXCEPTIONS
           PERFORM PRINT-BAD-ADDRESS-EXCEPTIONS
           CLOSE LETTER-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "-------------------------------------------"
           DISPLAY "  CONGRATULATION  . . . . . " PASS-LETTER-COUNT
           DISPLAY "  FAILURE NOTICE  . . . . . " FAIL-LETTER-COUNT
           DISPLAY "NO GUARDIAN RECORD  . . . . " NO-GUARDIAN-COUNT
           DISPLAY "NOT ACTIVE, NO LETTER . . . " INACTIVE-COUNT
           DISPLAY "ADDRESS BAD, LETTER HELD  . " BAD-ADDRESS-COUNT
           DISPLAY "-------------------------------------------"
           GOBACK.

               CLOSE GUARDIAN-FILE
           END-IF.

      *>   Without an enrollee master every student is taken as
      *>   active, the same way the address merge bootstraps without
      *>   a GUARDIAN file.  A roster row with no ID on the master
      *>   (posted before IDs existed) is likewise mailed.
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

       FIND-GUARDIAN-RECORD.
           SET GUARD-NOT-FOUND TO TRUE
           IF GUARD-CHECK-ON
               MOVE CR-STUDENT-ID TO GD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET GUARD-FOUND TO TRUE
               END-READ
           END-IF.

      *>   Mail to an address that has come back undeliverable would
      *>   only come back again; the office phones the family instead
      *>   until a GRDTRAN change gives a new address.
       HOLD-FOR-BAD-ADDRESS.
           ADD 1 TO BAD-ADDRESS-COUNT
           IF BAD-ADDRESS-LIST-COUNT < 100
               ADD 1 TO BAD-ADDRESS-LIST-COUNT
               MOVE SPACES TO BAD-ADDRESS-ENTRY(BAD-ADDRESS-LIST-COUNT)
               STRING CR-NAME " " CR-STUDENT-ID "  BAD SINCE "
                   GD-BAD-SINCE
                   DELIMITED BY SIZE
                   INTO BAD-ADDRESS-ENTRY(BAD-ADDRESS-LIST-COUNT)
           END-IF.

       MERGE-GUARDIAN-ADDRESS.
           IF GUARD-NOT-FOUND
               ADD 1 TO NO-GUARDIAN-COUNT
               IF NO-GUARDIAN-LIST-COUNT < 100
               END-IF
           END-IF.

       PRINT-BAD-ADDRESS-EXCEPTIONS.
           IF BAD-ADDRESS-COUNT > 0
               MOVE ALL "=" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "LETTERS HELD -- ADDRESS MARKED BAD, PHONE INSTEAD:"
                       TO LETTER-LINE
               WRITE LETTER-LINE
               PERFORM VARYING BAD-ADDRESS-IDX FROM 1 BY 1
                       UNTIL BAD-ADDRESS-IDX > BAD-ADDRESS-LIST-COUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "  " BAD-ADDRESS-ENTRY(BAD-ADDRESS-IDX)
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-PERFORM
               IF BAD-ADDRESS-COUNT > BAD-ADDRESS-LIST-COUNT
                   MOVE "  ...ADDITIONAL STUDENTS NOT LISTED"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF.

       PRINT-SUMMARY-PAGE.
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
               "  FAILURE NOTICE " FAIL-LETTER-COUNT
               "  TOTAL " LETTER-COUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "NOT ACTIVE ON THE MASTER, NO LETTER " INACTIVE-COUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "ADDRESS MARKED BAD, LETTER HELD " BAD-ADDRESS-COUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "LETTERS " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = LETTER-COUNT + INACTIVE-COUNT
               + BAD-ADDRESS-COUNT
           MOVE LETTER-COUNT TO AUD-WRITE-COUNT
           MOVE BAD-ADDRESS-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
