      *> date validated through CALCAGE) and appended as a balanced
      *> segment the nightly chain can verify.  Unmappable records go
      *> to the CNTYEXCP exception report instead of killing the run.
      *> Every mapped student is also checked for immunization
      *> compliance through IMMCHECK against the county's birth date
      *> (a student already on the enrollee master has an IMMUNIZ
      *> record opened if there is none), and a student short of a
      *> required dose is listed on the same report with the missing
      *> vaccines and the date they are due.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CNTYEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-REPORT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE PIC X(90).

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       COPY PERSON.
       01 COUNTY-STATUS PIC XX VALUE "00".
       01 NITE-TRANS-STATUS PIC XX VALUE "00".
       01 EXCEPTION-REPORT-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 COUNTY-EOF-SW PIC X(1) VALUE "N".
           88 COUNTY-EOF VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY BATCHCTL.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY IMMWORK.
       01 MISS-IDX PIC 99 VALUE 0.
       01 IMM-DUE-COUNT PIC 9(5) VALUE 0.

       01 SSN-VALID-SW PIC X(1) VALUE "N".
           88 SSN-IS-VALID VALUE "Y".
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-RECORD PIC X(52) VALUE SPACES.

       01 VACCINE-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 VD-VACCINE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VD-NAME PIC X(20).
           02 FILLER PIC X(6) VALUE "  HAS ".
           02 VD-HAVE PIC 9.
           02 FILLER PIC X(7) VALUE "  NEEDS".
           02 FILLER PIC X(1) VALUE SPACE.
           02 VD-NEED PIC 9.
           02 FILLER PIC X(6) VALUE "  DUE ".
           02 VD-DUE-DATE PIC 9(8).

       PROCEDURE DIVISION.
       CNTYTRAN-DRIVER.
           MOVE "N" TO COUNTY-EOF-SW
           MOVE 0 TO READ-COUNT
           MOVE 0 TO MAPPED-COUNT
           MOVE 0 TO EXCEPTION-COUNT
           MOVE 0 TO IMM-DUE-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           PERFORM APPLY-BUSINESS-DATE
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM OPEN-MASTER-FOR-IDS
           MOVE 0 TO CTL-WRITE-COUNT
           MOVE 0 TO CTL-WRITE-HASH
           PERFORM WRITE-NITETRAN-HEADER
           END-PERFORM
           PERFORM WRITE-NITETRAN-TRAILER
           CLOSE COUNTY-FILE
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF
           CLOSE NITE-TRANS-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE EXCEPTION-REPORT-FILE
                   MOVE "BAD BIRTH DATE" TO EXCEPTION-REASON
               WHEN OTHER
                   PERFORM WRITE-TRANSLATED-RECORD
                   PERFORM CHECK-IMMUNIZATION
           END-EVALUATE
           IF EXCEPTION-REASON NOT = SPACES
               ADD 1 TO EXCEPTION-COUNT
           MOVE CF-DOB TO NT-DOB
           MOVE 0 TO NT-SCORE
           MOVE "C" TO NT-SOURCE
           MOVE SPACES TO NT-SUBJECT
           WRITE NITE-TRANS-RECORD
           ADD 1 TO MAPPED-COUNT
           ADD 1 TO CTL-WRITE-COUNT
           ADD NT-SCORE TO CTL-WRITE-HASH.

      *>   Without a master no student ID is known, and the county's
      *>   student is checked by birth date alone.
       OPEN-MASTER-FOR-IDS.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "35"
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.

       CHECK-IMMUNIZATION.
           MOVE "C" TO IMM-FUNCTION
           MOVE 0 TO IMM-STUDENT-ID
           IF MASTER-CHECK-ON
               MOVE CF-SSN TO EM-SSN
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "O" TO IMM-FUNCTION
                       MOVE EM-STUDENT-ID TO IMM-STUDENT-ID
               END-READ
           END-IF
           MOVE CF-DOB TO IMM-BIRTH-DATE
           MOVE RUN-DATE TO IMM-RUN-DATE
           CALL "IMMCHECK" USING IMM-FUNCTION, IMM-STUDENT-ID,
                   IMM-BIRTH-DATE, IMM-RUN-DATE, IMM-RESULT-SW, IMM-AGE,
                   IMM-DUE-DATE, IMM-MISSING-COUNT, IMM-MISSING-TABLE,
                   IMM-ON-FILE-SW
           IF IMM-NOT-COMPLIANT AND IMM-MISSING-COUNT > 0
               ADD 1 TO IMM-DUE-COUNT
               MOVE "IMMUNIZATION DUE" TO RD-REASON
               MOVE COUNTY-RECORD TO RD-RECORD
               WRITE EXCEPTION-REPORT-LINE FROM REPORT-DETAIL
               PERFORM VARYING MISS-IDX FROM 1 BY 1
                       UNTIL MISS-IDX > IMM-MISSING-COUNT
                   MOVE IMM-MS-VACCINE(MISS-IDX) TO VD-VACCINE
                   MOVE IMM-MS-NAME(MISS-IDX) TO VD-NAME
                   MOVE IMM-MS-HAVE(MISS-IDX) TO VD-HAVE
                   MOVE IMM-MS-NEED(MISS-IDX) TO VD-NEED
                   MOVE IMM-MS-DUE-DATE(MISS-IDX) TO VD-DUE-DATE
                   WRITE EXCEPTION-REPORT-LINE FROM VACCINE-DETAIL
               END-PERFORM
           END-IF.

       COMBINE-NAME-FIELDS.
           MOVE 0 TO FIRST-NAME-LEN
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 15
           STRING "READ " READ-COUNT
               "  MAPPED " MAPPED-COUNT
               "  EXCEPTIONS " EXCEPTION-COUNT
               "  IMMUNIZATION DUE " IMM-DUE-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

           DISPLAY "COUNTY RECORDS READ . . . . " READ-COUNT
           DISPLAY "RECORDS MAPPED  . . . . . . " MAPPED-COUNT
           DISPLAY "EXCEPTIONS REPORTED . . . . " EXCEPTION-COUNT
           DISPLAY "IMMUNIZATION DUE  . . . . . " IMM-DUE-COUNT
           DISPLAY "-------------------------------------------".

       WRITE-AUDIT-RECORD.
