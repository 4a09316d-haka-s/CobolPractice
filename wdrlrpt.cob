           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WDRLRPT.
      *>****************************************************************
      *> Monthly withdrawal and transfer register.  Lists every
      *> enrollment status change MSTRUPDT applied -- withdrawals,
      *> transfers out, graduations and re-admissions -- whose
      *> effective date falls in the operator-keyed month, straight
      *> from the MSTRJRNL change journal, so the register carries
      *> the operator who keyed each change and survives a later
      *> re-admission overwriting the status on the master.  Each
      *> line shows the student ID, name, masked SSN, the change, its
      *> effective date and the reason given; the page ends with a
      *> count per kind of change for the month.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "WDRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01 JOURNAL-FD-RECORD PIC X(237).

       FD  REGISTER-FILE.
       01 REGISTER-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS PIC XX VALUE "00".
       01 REGISTER-STATUS PIC XX VALUE "00".
       01 JOURNAL-EOF-SW PIC X(1) VALUE "N".
           88 JOURNAL-EOF VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY JRNLREC.
       COPY AUDITWK.

       01 REPORT-MONTH PIC 9(6) VALUE 0.
       01 REPORT-MONTH-IN PIC X(6) VALUE SPACES.

       01 READ-COUNT PIC 9(7) VALUE 0.
       01 LISTED-COUNT PIC 9(7) VALUE 0.
       01 WITHDRAW-COUNT PIC 9(5) VALUE 0.
       01 TRANSFER-COUNT PIC 9(5) VALUE 0.
       01 GRADUATE-COUNT PIC 9(5) VALUE 0.
       01 READMIT-COUNT PIC 9(5) VALUE 0.

       01 DETAIL-LINE.
           02 DL-STUDENT-ID PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-SSN-MASKED PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-CHANGE PIC X(14).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-EFFECTIVE-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-REASON PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-OPERATOR PIC X(8).

       PROCEDURE DIVISION.
       WDRLRPT-DRIVER.
           MOVE "N" TO JOURNAL-EOF-SW
           MOVE 0 TO READ-COUNT
           MOVE 0 TO LISTED-COUNT
           MOVE 0 TO WITHDRAW-COUNT
           MOVE 0 TO TRANSFER-COUNT
           MOVE 0 TO GRADUATE-COUNT
           MOVE 0 TO READMIT-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "WITHDRAWAL REGISTER FOR MONTH (YYYYMM, "
                   "BLANK=CURRENT) " WITH NO ADVANCING
           ACCEPT REPORT-MONTH-IN
           IF REPORT-MONTH-IN IS NUMERIC
               MOVE REPORT-MONTH-IN TO REPORT-MONTH
           ELSE
               MOVE RUN-DATE(1:6) TO REPORT-MONTH
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               DISPLAY "NO JOURNAL ON FILE -- MSTRJRNL NOT FOUND"
               GOBACK
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REPORT-HEADINGS
           READ JOURNAL-FILE
               AT END SET JOURNAL-EOF TO TRUE
           END-READ
           PERFORM UNTIL JOURNAL-EOF
               ADD 1 TO READ-COUNT
               MOVE JOURNAL-FD-RECORD TO JOURNAL-RECORD
               IF (JR-TRANS-CODE = "W" OR "T" OR "G" OR "R")
                       AND JA-STATUS-DATE(1:6) = REPORT-MONTH
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
               READ JOURNAL-FILE
                   AT END SET JOURNAL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REGISTER-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "-------------------------------------------"
           DISPLAY "WITHDRAWN . . . . . . . . . " WITHDRAW-COUNT
           DISPLAY "TRANSFERRED OUT . . . . . . " TRANSFER-COUNT
           DISPLAY "GRADUATED . . . . . . . . . " GRADUATE-COUNT
           DISPLAY "RE-ADMITTED . . . . . . . . " READMIT-COUNT
           DISPLAY "-------------------------------------------"
           DISPLAY "WITHDRAWAL REGISTER WRITTEN TO WDRLRPT"
           GOBACK.

       WRITE-REGISTER-DETAIL.
           ADD 1 TO LISTED-COUNT
           MOVE JA-STUDENT-ID TO DL-STUDENT-ID
           MOVE JA-NAME TO DL-NAME
           MOVE JA-SSN-MASKED TO DL-SSN-MASKED
           EVALUATE JR-TRANS-CODE
               WHEN "W"
                   MOVE "WITHDRAWN" TO DL-CHANGE
                   ADD 1 TO WITHDRAW-COUNT
               WHEN "T"
                   MOVE "TRANSFER OUT" TO DL-CHANGE
                   ADD 1 TO TRANSFER-COUNT
               WHEN "G"
                   MOVE "GRADUATED" TO DL-CHANGE
                   ADD 1 TO GRADUATE-COUNT
               WHEN "R"
                   MOVE "RE-ADMITTED" TO DL-CHANGE
                   ADD 1 TO READMIT-COUNT
           END-EVALUATE
           MOVE JA-STATUS-DATE TO DL-EFFECTIVE-DATE
           MOVE JA-STATUS-REASON TO DL-REASON
           MOVE JR-OPERATOR TO DL-OPERATOR
           WRITE REGISTER-LINE FROM DETAIL-LINE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REGISTER-LINE
           STRING "WITHDRAWAL AND TRANSFER REGISTER -- MONTH "
               REPORT-MONTH "  RUN DATE " RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "ID       NAME                            "
               "SSN          CHANGE          EFFECTIVE "
               "REASON                OPERATOR"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ALL "-" TO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "WITHDRAWN " WITHDRAW-COUNT
               "  TRANSFERRED OUT " TRANSFER-COUNT
               "  GRADUATED " GRADUATE-COUNT
               "  RE-ADMITTED " READMIT-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "JOURNAL RECORDS READ " READ-COUNT
               "  LISTED " LISTED-COUNT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "WDRLRPT " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE READ-COUNT TO AUD-READ-COUNT
           MOVE LISTED-COUNT TO AUD-WRITE-COUNT
           MOVE 0 TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.
