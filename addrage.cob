           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRAGE.
      *>****************************************************************
      *> Bad address aging report.  Reads the GUARDIAN master serially
      *> and lists to ADDRAGE every address marked bad by returned
      *> mail, oldest first: the student, how many days the address
      *> has been bad, the pieces returned and the last mailing to
      *> come back, with the guardian name underneath for the phone
      *> call.  The summary buckets the marks by age so the office
      *> can see whether the list is being worked down.  A student the
      *> enrollee master shows as no longer active is flagged, since
      *> that address will get no more mail either way.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ADDRAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-BAD-SINCE PIC 9(8).
               03 SR-STUDENT-ID PIC 9(7).
           02 SR-GUARDIAN-NAME PIC X(30).
           02 SR-RETURNED-FROM PIC X(8).
           02 SR-LAST-RETURNED PIC 9(8).
           02 SR-RETURNED-COUNT PIC 99.

       WORKING-STORAGE SECTION.
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 GUARDIAN-EOF-SW PIC X(1) VALUE "N".
           88 GUARDIAN-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       COPY AUDITWK.
       COPY RUNPARM.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DAY-NUM PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 DAYS-BAD PIC 9(5) VALUE 0.

       01 GUARDIAN-READ-COUNT PIC 9(7) VALUE 0.
       01 BAD-ADDRESS-COUNT PIC 9(5) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 AGE-30-COUNT PIC 9(5) VALUE 0.
       01 AGE-90-COUNT PIC 9(5) VALUE 0.
       01 AGE-180-COUNT PIC 9(5) VALUE 0.
       01 AGE-OVER-COUNT PIC 9(5) VALUE 0.

       01 AGING-DETAIL.
           02 AD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-BAD-SINCE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-DAYS-BAD PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-RETURNED-COUNT PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 AD-RETURNED-FROM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AD-INACTIVE PIC X(8).
       01 GUARDIAN-DETAIL.
           02 FILLER PIC X(10) VALUE "  GUARDIAN".
           02 FILLER PIC X(1) VALUE SPACE.
           02 GU-GUARDIAN-NAME PIC X(30).
           02 FILLER PIC X(16) VALUE "  LAST RETURNED ".
           02 GU-LAST-RETURNED PIC 9(8).

       PROCEDURE DIVISION.
       ADDRAGE-DRIVER.
           MOVE 0 TO GUARDIAN-READ-COUNT
           MOVE 0 TO BAD-ADDRESS-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO AGE-30-COUNT
           MOVE 0 TO AGE-90-COUNT
           MOVE 0 TO AGE-180-COUNT
           MOVE 0 TO AGE-OVER-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "BAD ADDRESS AGING REPORT"
           CALL "DAYSCALC" USING RUN-DATE, RUN-DAY-NUM, DATE-VALID-SW
           OPEN INPUT GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "NO GUARDIAN MASTER ON FILE -- GUARDIAN NOT FOUND"
               GOBACK
           END-IF
           CLOSE GUARDIAN-FILE
           PERFORM OPEN-MASTER-FOR-NAMES
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-BAD-ADDRESSES
               OUTPUT PROCEDURE IS PRINT-SORTED-ADDRESSES
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM CLOSE-MASTER-FOR-NAMES
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       RELEASE-BAD-ADDRESSES.
           MOVE "N" TO GUARDIAN-EOF-SW
           OPEN INPUT GUARDIAN-FILE
           READ GUARDIAN-FILE
               AT END SET GUARDIAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL GUARDIAN-EOF
               ADD 1 TO GUARDIAN-READ-COUNT
               IF GD-ADDRESS-BAD
                   MOVE GD-BAD-SINCE TO SR-BAD-SINCE
                   MOVE GD-STUDENT-ID TO SR-STUDENT-ID
                   MOVE GD-GUARDIAN-NAME TO SR-GUARDIAN-NAME
                   MOVE GD-RETURNED-FROM TO SR-RETURNED-FROM
                   MOVE GD-LAST-RETURNED TO SR-LAST-RETURNED
                   MOVE GD-RETURNED-COUNT TO SR-RETURNED-COUNT
                   RELEASE SORT-RECORD
               END-IF
               READ GUARDIAN-FILE
                   AT END SET GUARDIAN-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE GUARDIAN-FILE.

       PRINT-SORTED-ADDRESSES.
           MOVE "N" TO SORT-EOF-SW
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               PERFORM PRINT-ONE-ADDRESS
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-ADDRESS.
           ADD 1 TO BAD-ADDRESS-COUNT
           MOVE 0 TO DAYS-BAD
           CALL "DAYSCALC" USING SR-BAD-SINCE, DAY-NUM, DATE-VALID-SW
           IF DATE-IS-VALID AND DAY-NUM < RUN-DAY-NUM
               COMPUTE DAYS-BAD = RUN-DAY-NUM - DAY-NUM
           END-IF
           EVALUATE TRUE
               WHEN DAYS-BAD <= 30
                   ADD 1 TO AGE-30-COUNT
               WHEN DAYS-BAD <= 90
                   ADD 1 TO AGE-90-COUNT
               WHEN DAYS-BAD <= 180
                   ADD 1 TO AGE-180-COUNT
               WHEN OTHER
                   ADD 1 TO AGE-OVER-COUNT
           END-EVALUATE
           MOVE SR-STUDENT-ID TO AD-STUDENT-ID
           MOVE "(NOT ON MASTER)" TO AD-NAME
           MOVE SPACES TO AD-INACTIVE
           IF MASTER-CHECK-ON
               MOVE SR-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO AD-NAME
                       IF NOT EM-ACTIVE
                           MOVE "INACTIVE" TO AD-INACTIVE
                           ADD 1 TO INACTIVE-COUNT
                       END-IF
               END-READ
           END-IF
           MOVE SR-BAD-SINCE TO AD-BAD-SINCE
           MOVE DAYS-BAD TO AD-DAYS-BAD
           MOVE SR-RETURNED-COUNT TO AD-RETURNED-COUNT
           MOVE SR-RETURNED-FROM TO AD-RETURNED-FROM
           WRITE REPORT-LINE FROM AGING-DETAIL
           MOVE SR-GUARDIAN-NAME TO GU-GUARDIAN-NAME
           MOVE SR-LAST-RETURNED TO GU-LAST-RETURNED
           WRITE REPORT-LINE FROM GUARDIAN-DETAIL.

       OPEN-MASTER-FOR-NAMES.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, REPORT WILL "
                       "CARRY NO STUDENT NAME"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CLOSE-MASTER-FOR-NAMES.
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "BAD ADDRESS AGING REPORT AS OF " RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STUDENT NAME" TO REPORT-LINE
           MOVE "BAD SINCE DAYS RTN  LAST FROM" TO REPORT-LINE(40:29)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF BAD-ADDRESS-COUNT = 0
               MOVE "NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ADDRESSES MARKED BAD " BAD-ADDRESS-COUNT
               "   OF WHICH STUDENT NOT ACTIVE " INACTIVE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BAD 0-30 DAYS " AGE-30-COUNT
               "   31-90 " AGE-90-COUNT
               "   91-180 " AGE-180-COUNT
               "   OVER 180 " AGE-OVER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "ADDRAGE " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE GUARDIAN-READ-COUNT TO AUD-READ-COUNT
           MOVE BAD-ADDRESS-COUNT TO AUD-WRITE-COUNT
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "GUARDIAN RECORDS READ . . . " GUARDIAN-READ-COUNT
           DISPLAY "ADDRESSES MARKED BAD  . . . " BAD-ADDRESS-COUNT
           DISPLAY "  BAD 0-30 DAYS . . . . . . " AGE-30-COUNT
           DISPLAY "  BAD 31-90 DAYS  . . . . . " AGE-90-COUNT
           DISPLAY "  BAD 91-180 DAYS . . . . . " AGE-180-COUNT
           DISPLAY "  BAD OVER 180 DAYS . . . . " AGE-OVER-COUNT
           DISPLAY "STUDENT NOT ACTIVE  . . . . " INACTIVE-COUNT
           DISPLAY "-------------------------------------------".
