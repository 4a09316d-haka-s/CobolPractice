       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMCHECK.
      *>****************************************************************
      *> Shared immunization compliance check, callable the same way
      *> CALCHECK is.  Measures a student's IMMUNIZ record against the
      *> IMMREQ requirements table: the student's age is derived from
      *> the birth date through CALCAGE, every requirement row for an
      *> age the student has reached must be met by the doses on the
      *> record, and each unmet vaccine comes back with the doses
      *> held and needed and the date it fell due -- the birthday the
      *> requirement applied from, but never before the record was
      *> opened.  MSTRUPDT checks each new enrollee, CNTYTRAN each
      *> county-fed student, and IMMRPT the whole enrollment, so all
      *> three apply one rule.  Both files are loaded on the first
      *> call and kept for the rest of the run; function "R" drops
      *> them so the next call reloads.  Function codes and the
      *> returned fields are described in IMMWORK.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO "IMMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUIREMENT-STATUS.
           SELECT IMMUNIZATION-FILE ASSIGN TO "IMMUNIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMMUNIZATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-FILE.
       01 REQUIREMENT-FD-RECORD PIC X(27).

       FD  IMMUNIZATION-FILE.
       01 IMMUNIZATION-FD-RECORD PIC X(170).

       WORKING-STORAGE SECTION.
       01 REQUIREMENT-STATUS PIC XX VALUE "00".
       01 IMMUNIZATION-STATUS PIC XX VALUE "00".
       01 REQUIREMENT-EOF-SW PIC X(1) VALUE "N".
           88 REQUIREMENT-EOF VALUE "Y".
       01 IMMUNIZATION-EOF-SW PIC X(1) VALUE "N".
           88 IMMUNIZATION-EOF VALUE "Y".
       COPY IMREQREC.
       COPY IMMUREC.

       01 TABLES-LOADED-SW PIC X(1) VALUE "N".
           88 TABLES-LOADED VALUE "Y".
       01 REQUIREMENTS-PRESENT-SW PIC X(1) VALUE "N".
           88 REQUIREMENTS-PRESENT VALUE "Y".
       01 REQ-COUNT PIC 9(3) VALUE 0.
       01 REQ-TABLE.
           02 REQ-ENTRY OCCURS 100 TIMES.
               03 RT-VACCINE PIC X(4).
               03 RT-AGE PIC 99.
               03 RT-DOSES PIC 9.
               03 RT-VACCINE-NAME PIC X(20).
       01 REQ-IDX PIC 9(3) VALUE 0.

      *>   Records past the table are not checkable; a student whose
      *>   record is among them is never given a second, empty one.
       01 IMM-FILE-COUNT PIC 9(5) VALUE 0.
       01 IMM-COUNT PIC 9(4) VALUE 0.
       01 IMM-TABLE.
           02 IMM-ENTRY OCCURS 3000 TIMES.
               03 IMT-RECORD PIC X(170).
       01 IMM-IDX PIC 9(4) VALUE 0.
       01 IMM-FOUND-IDX PIC 9(4) VALUE 0.

       01 DOSE-IDX PIC 9(2) VALUE 0.
       01 MISS-IDX PIC 9(2) VALUE 0.
       01 MISS-FOUND-IDX PIC 9(2) VALUE 0.
       01 DOSES-HELD PIC 9 VALUE 0.
       01 CHECK-BIRTH-DATE PIC 9(8) VALUE 0.
       01 FLOOR-DATE PIC 9(8) VALUE 0.
       01 AGE-MIN PIC 99 VALUE 0.
       01 AGE-MAX PIC 99 VALUE 99.
       01 DOB-VALID-SW PIC X(1) VALUE "N".
           88 DOB-IS-VALID VALUE "Y".
       01 ROW-DUE-DATE.
           02 RD-YEAR PIC 9(4).
           02 RD-MONTH PIC 99.
           02 RD-DAY PIC 99.
       01 ROW-DUE-DIGITS REDEFINES ROW-DUE-DATE PIC 9(8).
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
           LINKAGE SECTION.
               01 LIMM-FUNCTION PIC X(1).
                   88 LFUNC-CHECK VALUE "C".
                   88 LFUNC-OPEN VALUE "O".
                   88 LFUNC-RELOAD VALUE "R".
               01 LIMM-STUDENT-ID PIC 9(7).
               01 LIMM-BIRTH-DATE PIC 9(8).
               01 LIMM-RUN-DATE PIC 9(8).
               01 LIMM-RESULT-SW PIC X(1).
               01 LIMM-AGE PIC 99.
               01 LIMM-DUE-DATE PIC 9(8).
               01 LIMM-MISSING-COUNT PIC 99.
               01 LIMM-MISSING-TABLE.
                   02 LIMM-MISSING-ENTRY OCCURS 10 TIMES.
                       03 LMS-VACCINE PIC X(4).
                       03 LMS-NAME PIC X(20).
                       03 LMS-HAVE PIC 9.
                       03 LMS-NEED PIC 9.
                       03 LMS-DUE-DATE PIC 9(8).
               01 LIMM-ON-FILE-SW PIC X(1).

       PROCEDURE DIVISION USING LIMM-FUNCTION, LIMM-STUDENT-ID,
               LIMM-BIRTH-DATE, LIMM-RUN-DATE, LIMM-RESULT-SW,
               LIMM-AGE, LIMM-DUE-DATE, LIMM-MISSING-COUNT,
               LIMM-MISSING-TABLE, LIMM-ON-FILE-SW.
       IMMCHECK-MAIN.
           IF LFUNC-RELOAD
               MOVE "N" TO TABLES-LOADED-SW
           ELSE
               IF NOT TABLES-LOADED
                   PERFORM LOAD-REQUIREMENT-TABLE
                   PERFORM LOAD-IMMUNIZATION-TABLE
                   SET TABLES-LOADED TO TRUE
               END-IF
               MOVE REQUIREMENTS-PRESENT-SW TO LIMM-ON-FILE-SW
               MOVE "Y" TO LIMM-RESULT-SW
               MOVE 0 TO LIMM-AGE
               MOVE LIMM-RUN-DATE TO LIMM-DUE-DATE
               MOVE 0 TO LIMM-MISSING-COUNT
               MOVE SPACES TO LIMM-MISSING-TABLE
               EVALUATE TRUE
                   WHEN LFUNC-CHECK
                       PERFORM FIND-STUDENT-RECORD
                       PERFORM CHECK-ONE-STUDENT
                   WHEN LFUNC-OPEN
                       PERFORM FIND-STUDENT-RECORD
                       IF IMM-FOUND-IDX = 0
                           PERFORM OPEN-STUDENT-RECORD
                       END-IF
                       PERFORM CHECK-ONE-STUDENT
                   WHEN OTHER
                       DISPLAY "IMMCHECK -- INVALID FUNCTION "
                               LIMM-FUNCTION
               END-EVALUATE
           END-IF

       EXIT PROGRAM.

       LOAD-REQUIREMENT-TABLE.
           MOVE 0 TO REQ-COUNT
           MOVE "N" TO REQUIREMENTS-PRESENT-SW
           MOVE "N" TO REQUIREMENT-EOF-SW
           OPEN INPUT REQUIREMENT-FILE
           IF REQUIREMENT-STATUS = "00"
               READ REQUIREMENT-FILE
                   AT END SET REQUIREMENT-EOF TO TRUE
               END-READ
               PERFORM UNTIL REQUIREMENT-EOF
                   MOVE REQUIREMENT-FD-RECORD TO IMM-REQUIREMENT-RECORD
                   IF REQ-COUNT < 100
                       ADD 1 TO REQ-COUNT
                       MOVE RQ-VACCINE TO RT-VACCINE(REQ-COUNT)
                       MOVE RQ-AGE TO RT-AGE(REQ-COUNT)
                       MOVE RQ-DOSES TO RT-DOSES(REQ-COUNT)
                       MOVE RQ-VACCINE-NAME TO RT-VACCINE-NAME(REQ-COUNT)
                   ELSE
                       DISPLAY "IMMCHECK -- REQUIREMENT TABLE FULL, "
                               "ROW NOT CHECKED: " RQ-VACCINE " " RQ-AGE
                   END-IF
                   READ REQUIREMENT-FILE
                       AT END SET REQUIREMENT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
               IF REQ-COUNT > 0
                   SET REQUIREMENTS-PRESENT TO TRUE
               END-IF
           END-IF.

       LOAD-IMMUNIZATION-TABLE.
           MOVE 0 TO IMM-FILE-COUNT
           MOVE 0 TO IMM-COUNT
           MOVE "N" TO IMMUNIZATION-EOF-SW
           OPEN INPUT IMMUNIZATION-FILE
           IF IMMUNIZATION-STATUS = "00"
               READ IMMUNIZATION-FILE
                   AT END SET IMMUNIZATION-EOF TO TRUE
               END-READ
               PERFORM UNTIL IMMUNIZATION-EOF
                   ADD 1 TO IMM-FILE-COUNT
                   IF IMM-COUNT < 3000
                       ADD 1 TO IMM-COUNT
                       MOVE IMMUNIZATION-FD-RECORD TO IMT-RECORD(IMM-COUNT)
                   END-IF
                   READ IMMUNIZATION-FILE
                       AT END SET IMMUNIZATION-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
               IF IMM-FILE-COUNT > IMM-COUNT
                   DISPLAY "IMMCHECK -- IMMUNIZATION TABLE FULL, "
                           IMM-FILE-COUNT " RECORDS ON FILE"
               END-IF
           END-IF.

       FIND-STUDENT-RECORD.
           MOVE 0 TO IMM-FOUND-IDX
           IF LIMM-STUDENT-ID > 0
               PERFORM VARYING IMM-IDX FROM 1 BY 1
                       UNTIL IMM-IDX > IMM-COUNT OR IMM-FOUND-IDX > 0
                   IF IMT-RECORD(IMM-IDX)(1:7) = LIMM-STUDENT-ID
                       MOVE IMM-IDX TO IMM-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF IMM-FOUND-IDX > 0
               MOVE IMT-RECORD(IMM-FOUND-IDX) TO IMMUNIZATION-RECORD
           END-IF.

      *>   The new record goes on the end of the file and into the
      *>   table, so a second call in the same run finds it.
       OPEN-STUDENT-RECORD.
           IF LIMM-STUDENT-ID > 0 AND IMM-FILE-COUNT = IMM-COUNT
                   AND IMM-COUNT < 3000
               MOVE SPACES TO IMMUNIZATION-RECORD
               MOVE LIMM-STUDENT-ID TO IZ-STUDENT-ID
               MOVE LIMM-BIRTH-DATE TO IZ-BIRTH-DATE
               MOVE LIMM-RUN-DATE TO IZ-OPENED-DATE
               PERFORM VARYING DOSE-IDX FROM 1 BY 1 UNTIL DOSE-IDX > 10
                   MOVE 0 TO IZ-DOSES(DOSE-IDX)
                   MOVE 0 TO IZ-LAST-DOSE-DATE(DOSE-IDX)
               END-PERFORM
               MOVE 0 TO IZ-UPDATED-DATE
               OPEN EXTEND IMMUNIZATION-FILE
               IF IMMUNIZATION-STATUS = "35"
                   OPEN OUTPUT IMMUNIZATION-FILE
               END-IF
               WRITE IMMUNIZATION-FD-RECORD FROM IMMUNIZATION-RECORD
               CLOSE IMMUNIZATION-FILE
               ADD 1 TO IMM-FILE-COUNT
               ADD 1 TO IMM-COUNT
               MOVE IMMUNIZATION-RECORD TO IMT-RECORD(IMM-COUNT)
               MOVE IMM-COUNT TO IMM-FOUND-IDX
           END-IF.

       CHECK-ONE-STUDENT.
           MOVE LIMM-BIRTH-DATE TO CHECK-BIRTH-DATE
           MOVE LIMM-RUN-DATE TO FLOOR-DATE
           IF IMM-FOUND-IDX > 0
               MOVE IZ-OPENED-DATE TO FLOOR-DATE
               MOVE IZ-OPENED-DATE TO LIMM-DUE-DATE
               IF IZ-BIRTH-DATE > 0
                   MOVE IZ-BIRTH-DATE TO CHECK-BIRTH-DATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT REQUIREMENTS-PRESENT
                   MOVE "Y" TO LIMM-RESULT-SW
               WHEN IMM-FOUND-IDX > 0 AND IZ-EXEMPT
                   MOVE "E" TO LIMM-RESULT-SW
               WHEN CHECK-BIRTH-DATE = 0
                   IF IMM-FOUND-IDX = 0
                       MOVE "R" TO LIMM-RESULT-SW
                   ELSE
                       MOVE "B" TO LIMM-RESULT-SW
                   END-IF
               WHEN OTHER
                   CALL "CALCAGE" USING CHECK-BIRTH-DATE, LIMM-RUN-DATE,
                           AGE-MIN, AGE-MAX, LIMM-AGE, DOB-VALID-SW
                   IF NOT DOB-IS-VALID
                       MOVE "B" TO LIMM-RESULT-SW
                   ELSE
                       PERFORM MEASURE-AGAINST-REQUIREMENTS
                       EVALUATE TRUE
                           WHEN IMM-FOUND-IDX = 0
                               MOVE "R" TO LIMM-RESULT-SW
                           WHEN LIMM-MISSING-COUNT > 0
                               MOVE "N" TO LIMM-RESULT-SW
                           WHEN OTHER
                               MOVE "Y" TO LIMM-RESULT-SW
                       END-EVALUATE
                   END-IF
           END-EVALUATE.

      *>   Every row for an age already reached must be met; a vaccine
      *>   short on more than one row is listed once, with the most
      *>   doses needed and the earliest date they fell due.
       MEASURE-AGAINST-REQUIREMENTS.
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > REQ-COUNT
               IF RT-AGE(REQ-IDX) <= LIMM-AGE
                   PERFORM FIND-DOSES-HELD
                   IF DOSES-HELD < RT-DOSES(REQ-IDX)
                       PERFORM FIGURE-ROW-DUE-DATE
                       PERFORM NOTE-MISSING-VACCINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                   UNTIL MISS-IDX > LIMM-MISSING-COUNT
               IF MISS-IDX = 1
                       OR LMS-DUE-DATE(MISS-IDX) < LIMM-DUE-DATE
                   MOVE LMS-DUE-DATE(MISS-IDX) TO LIMM-DUE-DATE
               END-IF
           END-PERFORM.

       FIND-DOSES-HELD.
           MOVE 0 TO DOSES-HELD
           IF IMM-FOUND-IDX > 0
               PERFORM VARYING DOSE-IDX FROM 1 BY 1 UNTIL DOSE-IDX > 10
                   IF IZ-VACCINE(DOSE-IDX) = RT-VACCINE(REQ-IDX)
                           AND IZ-DOSES(DOSE-IDX) IS NUMERIC
                       MOVE IZ-DOSES(DOSE-IDX) TO DOSES-HELD
                   END-IF
               END-PERFORM
           END-IF.

      *>   The dose is due on the birthday the age is reached (a
      *>   29 February birthday falls on the 28th in other years).
       FIGURE-ROW-DUE-DATE.
           MOVE CHECK-BIRTH-DATE TO ROW-DUE-DIGITS
           ADD RT-AGE(REQ-IDX) TO RD-YEAR
           CALL "DAYSCALC" USING ROW-DUE-DIGITS, DAY-NUM, DATE-VALID-SW
           IF NOT DATE-IS-VALID
               MOVE 28 TO RD-DAY
           END-IF
           IF ROW-DUE-DIGITS < FLOOR-DATE
               MOVE FLOOR-DATE TO ROW-DUE-DIGITS
           END-IF.

       NOTE-MISSING-VACCINE.
           MOVE 0 TO MISS-FOUND-IDX
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                   UNTIL MISS-IDX > LIMM-MISSING-COUNT
                   OR MISS-FOUND-IDX > 0
               IF LMS-VACCINE(MISS-IDX) = RT-VACCINE(REQ-IDX)
                   MOVE MISS-IDX TO MISS-FOUND-IDX
               END-IF
           END-PERFORM
           IF MISS-FOUND-IDX = 0 AND LIMM-MISSING-COUNT < 10
               ADD 1 TO LIMM-MISSING-COUNT
               MOVE LIMM-MISSING-COUNT TO MISS-FOUND-IDX
               MOVE RT-VACCINE(REQ-IDX) TO LMS-VACCINE(MISS-FOUND-IDX)
               MOVE RT-VACCINE-NAME(REQ-IDX) TO LMS-NAME(MISS-FOUND-IDX)
               MOVE DOSES-HELD TO LMS-HAVE(MISS-FOUND-IDX)
               MOVE RT-DOSES(REQ-IDX) TO LMS-NEED(MISS-FOUND-IDX)
               MOVE ROW-DUE-DIGITS TO LMS-DUE-DATE(MISS-FOUND-IDX)
           ELSE
               IF MISS-FOUND-IDX > 0
                   IF RT-DOSES(REQ-IDX) > LMS-NEED(MISS-FOUND-IDX)
                       MOVE RT-DOSES(REQ-IDX) TO LMS-NEED(MISS-FOUND-IDX)
                   END-IF
                   IF ROW-DUE-DIGITS < LMS-DUE-DATE(MISS-FOUND-IDX)
                       MOVE ROW-DUE-DIGITS
                               TO LMS-DUE-DATE(MISS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
