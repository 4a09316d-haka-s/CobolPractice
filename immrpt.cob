           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMRPT.
      *>****************************************************************
      *> Weekly immunization compliance run.  Every active enrollee on
      *> the master is measured against the IMMREQ requirements
      *> through IMMCHECK; an enrollee with no IMMUNIZ record has one
      *> opened today, so the proof falls due from today.  Each
      *> non-compliant student, in name order:
      *>   - is listed on IMMLIST with the doses missing and the date
      *>     each fell due;
      *>   - gets a notice on IMMNOTC addressed to the guardian from
      *>     the GUARDIAN master the same way LETTERS addresses its
      *>     mailings, with a hand-address exception page at the end;
      *>   - once more than the IMM-GRACE days on RUNPARMS past due,
      *>     goes on the IMMEXCL exclusion list for the principal.
      *> The run takes no operator input, so JOBSCHED can launch it
      *> from its JOBCAL entry once a week.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT LIST-REPORT-FILE ASSIGN TO "IMMLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-REPORT-STATUS.
           SELECT LETTER-FILE ASSIGN TO "IMMNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           SELECT EXCLUSION-FILE ASSIGN TO "IMMEXCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCLUSION-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY MASTREC.

       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  LIST-REPORT-FILE.
       01 LIST-REPORT-LINE PIC X(80).

       FD  LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD  EXCLUSION-FILE.
       01 EXCLUSION-LINE PIC X(80).

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-NAME PIC X(30).
               03 SR-STUDENT-ID PIC 9(7).
           02 SR-AGE PIC 99.
           02 SR-RESULT-SW PIC X(1).
           02 SR-DUE-DATE PIC 9(8).
           02 SR-MISSING-COUNT PIC 99.
           02 SR-MISSING-TABLE PIC X(340).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 LIST-REPORT-STATUS PIC XX VALUE "00".
       01 LETTER-STATUS PIC XX VALUE "00".
       01 EXCLUSION-STATUS PIC XX VALUE "00".
       01 MASTER-EOF-SW PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 GUARD-CHECK-SW PIC X(1) VALUE "N".
           88 GUARD-CHECK-ON VALUE "Y".
       01 GUARD-FOUND-SW PIC X(1) VALUE "N".
           88 GUARD-FOUND VALUE "Y".
           88 GUARD-NOT-FOUND VALUE "N".
       01 EXCLUDED-SW PIC X(1) VALUE "N".
           88 STUDENT-EXCLUDED VALUE "Y".
       COPY AUDITWK.
       COPY RUNPARM.
       COPY IMMWORK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DAY-NUM PIC 9(8) VALUE 0.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 DAYS-PAST-DUE PIC 9(5) VALUE 0.
       01 MISS-IDX PIC 99 VALUE 0.
       01 STATUS-TEXT PIC X(12) VALUE SPACES.

       01 CK-STUDENT-ID PIC 9(7) VALUE 0.
       01 CK-NAME PIC X(30) VALUE SPACES.

       01 NO-GUARDIAN-COUNT PIC 9(5) VALUE 0.
       01 NO-GUARDIAN-LIST-COUNT PIC 9(3) VALUE 0.
       01 NO-GUARDIAN-TABLE.
           02 NO-GUARDIAN-ENTRY PIC X(42) OCCURS 100 TIMES.
       01 NO-GUARDIAN-IDX PIC 9(3) VALUE 0.
       01 CITY-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-IDX PIC 9(3) COMP VALUE 0.

       01 MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 ENROLLEE-COUNT PIC 9(5) VALUE 0.
       01 COMPLIANT-COUNT PIC 9(5) VALUE 0.
       01 EXEMPT-COUNT PIC 9(5) VALUE 0.
       01 NON-COMPLIANT-COUNT PIC 9(5) VALUE 0.
       01 NO-RECORD-COUNT PIC 9(5) VALUE 0.
       01 EXCLUDED-COUNT PIC 9(5) VALUE 0.

       01 LIST-DETAIL.
           02 LD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LD-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LD-AGE PIC Z9 BLANK WHEN ZERO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-STATUS PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LD-DUE-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LD-DAYS-PAST PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-EXCLUDED PIC X(4).
       01 VACCINE-DETAIL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 VD-VACCINE PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 VD-NAME PIC X(20).
           02 FILLER PIC X(7) VALUE "  HAVE ".
           02 VD-HAVE PIC 9.
           02 FILLER PIC X(7) VALUE "  NEED ".
           02 VD-NEED PIC 9.
           02 FILLER PIC X(6) VALUE "  DUE ".
           02 VD-DUE-DATE PIC 9(8).
       01 NOTICE-VACCINE-DETAIL.
           02 FILLER PIC X(5) VALUE SPACES.
           02 NV-NAME PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NV-HAVE PIC 9.
           02 FILLER PIC X(4) VALUE " OF ".
           02 NV-NEED PIC 9.
           02 FILLER PIC X(13) VALUE " DOSES   DUE ".
           02 NV-DUE-DATE PIC 9(8).
       01 EXCLUSION-DETAIL.
           02 XD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 XD-NAME PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 XD-DUE-DATE PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 XD-DAYS-PAST PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 XD-STATUS PIC X(12).

       PROCEDURE DIVISION.
       IMMRPT-DRIVER.
           MOVE 0 TO MASTER-READ-COUNT
           MOVE 0 TO ENROLLEE-COUNT
           MOVE 0 TO COMPLIANT-COUNT
           MOVE 0 TO EXEMPT-COUNT
           MOVE 0 TO NON-COMPLIANT-COUNT
           MOVE 0 TO NO-RECORD-COUNT
           MOVE 0 TO EXCLUDED-COUNT
           MOVE 0 TO NO-GUARDIAN-COUNT
           MOVE 0 TO NO-GUARDIAN-LIST-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "IMMUNIZATION COMPLIANCE RUN"
           CALL "DAYSCALC" USING RUN-DATE, RUN-DAY-NUM, DATE-VALID-SW
      *>   A check of no student at all says whether there is a
      *>   requirements table; without one nothing can be measured.
           MOVE "C" TO IMM-FUNCTION
           MOVE 0 TO IMM-STUDENT-ID
           MOVE 0 TO IMM-BIRTH-DATE
           MOVE RUN-DATE TO IMM-RUN-DATE
           CALL "IMMCHECK" USING IMM-FUNCTION, IMM-STUDENT-ID,
                   IMM-BIRTH-DATE, IMM-RUN-DATE, IMM-RESULT-SW, IMM-AGE,
                   IMM-DUE-DATE, IMM-MISSING-COUNT, IMM-MISSING-TABLE,
                   IMM-ON-FILE-SW
           IF NOT IMM-REQUIREMENTS-ON-FILE
               DISPLAY "NO IMMUNIZATION REQUIREMENTS ON FILE -- IMMREQ "
                       "NOT FOUND, RUN IMMRQMNT FIRST"
               GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- ENRLMSTR NOT FOUND"
               GOBACK
           END-IF
           CLOSE MASTER-FILE
           PERFORM OPEN-GUARDIAN-FILE
           OPEN OUTPUT LIST-REPORT-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EXCLUSION-FILE
           PERFORM WRITE-LIST-HEADINGS
           PERFORM WRITE-EXCLUSION-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-NON-COMPLIANT
               OUTPUT PROCEDURE IS REPORT-SORTED-STUDENTS
           PERFORM WRITE-LIST-TOTALS
           PERFORM WRITE-EXCLUSION-TOTALS
           CLOSE LIST-REPORT-FILE
           CLOSE EXCLUSION-FILE
           PERFORM PRINT-NO-GUARDIAN-EXCEPTIONS
           CLOSE LETTER-FILE
           PERFORM CLOSE-GUARDIAN-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   Withdrawn, transferred and graduated enrollees are passed
      *>   over; only the students still attending are held to the
      *>   requirements.
       RELEASE-NON-COMPLIANT.
           MOVE "N" TO MASTER-EOF-SW
           OPEN INPUT MASTER-FILE
           READ MASTER-FILE
               AT END SET MASTER-EOF TO TRUE
           END-READ
           PERFORM UNTIL MASTER-EOF
               ADD 1 TO MASTER-READ-COUNT
               IF EM-ACTIVE
                   ADD 1 TO ENROLLEE-COUNT
                   PERFORM CHECK-ONE-ENROLLEE
               END-IF
               READ MASTER-FILE
                   AT END SET MASTER-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

       CHECK-ONE-ENROLLEE.
           MOVE "O" TO IMM-FUNCTION
           MOVE EM-STUDENT-ID TO IMM-STUDENT-ID
           MOVE 0 TO IMM-BIRTH-DATE
           MOVE RUN-DATE TO IMM-RUN-DATE
           CALL "IMMCHECK" USING IMM-FUNCTION, IMM-STUDENT-ID,
                   IMM-BIRTH-DATE, IMM-RUN-DATE, IMM-RESULT-SW, IMM-AGE,
                   IMM-DUE-DATE, IMM-MISSING-COUNT, IMM-MISSING-TABLE,
                   IMM-ON-FILE-SW
           EVALUATE TRUE
               WHEN IMM-COMPLIANT
                   ADD 1 TO COMPLIANT-COUNT
               WHEN IMM-EXEMPT
                   ADD 1 TO EXEMPT-COUNT
               WHEN OTHER
                   MOVE EM-NAME TO SR-NAME
                   MOVE EM-STUDENT-ID TO SR-STUDENT-ID
                   MOVE IMM-AGE TO SR-AGE
                   MOVE IMM-RESULT-SW TO SR-RESULT-SW
                   MOVE IMM-DUE-DATE TO SR-DUE-DATE
                   MOVE IMM-MISSING-COUNT TO SR-MISSING-COUNT
                   MOVE IMM-MISSING-TABLE TO SR-MISSING-TABLE
                   RELEASE SORT-RECORD
           END-EVALUATE.

       REPORT-SORTED-STUDENTS.
           MOVE "N" TO SORT-EOF-SW
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               PERFORM REPORT-ONE-STUDENT
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

      *>   Days past due run from the earliest date anything fell
      *>   due; a student is excluded only once that passes the grace
      *>   period, so a notice always goes out first.
       REPORT-ONE-STUDENT.
           ADD 1 TO NON-COMPLIANT-COUNT
           MOVE SR-STUDENT-ID TO CK-STUDENT-ID
           MOVE SR-NAME TO CK-NAME
           MOVE SR-RESULT-SW TO IMM-RESULT-SW
           MOVE SR-MISSING-COUNT TO IMM-MISSING-COUNT
           MOVE SR-MISSING-TABLE TO IMM-MISSING-TABLE
           EVALUATE TRUE
               WHEN IMM-DOSES-MISSING
                   MOVE "DOSES DUE" TO STATUS-TEXT
               WHEN IMM-NO-RECORD
                   MOVE "NO RECORD" TO STATUS-TEXT
                   ADD 1 TO NO-RECORD-COUNT
               WHEN OTHER
                   MOVE "NO BIRTH DT" TO STATUS-TEXT
                   ADD 1 TO NO-RECORD-COUNT
           END-EVALUATE
           MOVE 0 TO DAYS-PAST-DUE
           CALL "DAYSCALC" USING SR-DUE-DATE, DAY-NUM, DATE-VALID-SW
           IF DATE-IS-VALID AND DAY-NUM < RUN-DAY-NUM
               COMPUTE DAYS-PAST-DUE = RUN-DAY-NUM - DAY-NUM
           END-IF
           MOVE "N" TO EXCLUDED-SW
           IF DAYS-PAST-DUE > PARM-IMM-GRACE
               SET STUDENT-EXCLUDED TO TRUE
           END-IF
           PERFORM WRITE-LIST-DETAIL
           PERFORM PRINT-ONE-NOTICE
           IF STUDENT-EXCLUDED
               PERFORM WRITE-EXCLUSION-DETAIL
           END-IF.

       WRITE-LIST-HEADINGS.
           MOVE SPACES TO LIST-REPORT-LINE
           STRING "IMMUNIZATION NON-COMPLIANCE LIST AS OF " RUN-DATE
               "   GRACE " PARM-IMM-GRACE " DAYS"
               DELIMITED BY SIZE INTO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE
           MOVE "STUDENT NAME" TO LIST-REPORT-LINE
           MOVE "AGE  STATUS       DUE DATE  PAST  EXCL"
               TO LIST-REPORT-LINE(39:38)
           WRITE LIST-REPORT-LINE
           MOVE ALL "-" TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE.

       WRITE-LIST-DETAIL.
           MOVE CK-STUDENT-ID TO LD-STUDENT-ID
           MOVE CK-NAME TO LD-NAME
           MOVE SR-AGE TO LD-AGE
           MOVE STATUS-TEXT TO LD-STATUS
           MOVE SR-DUE-DATE TO LD-DUE-DATE
           MOVE DAYS-PAST-DUE TO LD-DAYS-PAST
           MOVE SPACES TO LD-EXCLUDED
           IF STUDENT-EXCLUDED
               MOVE "EXCL" TO LD-EXCLUDED
           END-IF
           WRITE LIST-REPORT-LINE FROM LIST-DETAIL
           PERFORM VARYING MISS-IDX FROM 1 BY 1
                   UNTIL MISS-IDX > IMM-MISSING-COUNT
               MOVE IMM-MS-VACCINE(MISS-IDX) TO VD-VACCINE
               MOVE IMM-MS-NAME(MISS-IDX) TO VD-NAME
               MOVE IMM-MS-HAVE(MISS-IDX) TO VD-HAVE
               MOVE IMM-MS-NEED(MISS-IDX) TO VD-NEED
               MOVE IMM-MS-DUE-DATE(MISS-IDX) TO VD-DUE-DATE
               WRITE LIST-REPORT-LINE FROM VACCINE-DETAIL
           END-PERFORM.

       WRITE-LIST-TOTALS.
           IF NON-COMPLIANT-COUNT = 0
               MOVE "NONE" TO LIST-REPORT-LINE
               WRITE LIST-REPORT-LINE
           END-IF
           MOVE ALL "-" TO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE
           MOVE SPACES TO LIST-REPORT-LINE
           STRING "ENROLLEES CHECKED " ENROLLEE-COUNT
               "   NOT COMPLIANT " NON-COMPLIANT-COUNT
               "   EXCLUDED " EXCLUDED-COUNT
               DELIMITED BY SIZE INTO LIST-REPORT-LINE
           WRITE LIST-REPORT-LINE.

       PRINT-ONE-NOTICE.
           MOVE 0 TO NAME-LEN
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 30
               IF CK-NAME(NAME-IDX:1) NOT = SPACE
                   MOVE NAME-IDX TO NAME-LEN
               END-IF
           END-PERFORM
           IF NAME-LEN = 0
               MOVE 1 TO NAME-LEN
           END-IF
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "TO THE PARENTS OR GUARDIANS OF "
               CK-NAME(1:NAME-LEN)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM MERGE-GUARDIAN-ADDRESS
           MOVE SPACES TO LETTER-LINE
           STRING "STUDENT ID " CK-STUDENT-ID
               "   IMMUNIZATION NOTICE AS OF " RUN-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           IF IMM-DOSES-MISSING
               MOVE "STATE LAW REQUIRES PROOF OF THE IMMUNIZATIONS BELOW."
                       TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "OUR RECORDS SHOW THEM NOT YET COMPLETE:"
                       TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               PERFORM VARYING MISS-IDX FROM 1 BY 1
                       UNTIL MISS-IDX > IMM-MISSING-COUNT
                   MOVE IMM-MS-NAME(MISS-IDX) TO NV-NAME
                   MOVE IMM-MS-HAVE(MISS-IDX) TO NV-HAVE
                   MOVE IMM-MS-NEED(MISS-IDX) TO NV-NEED
                   MOVE IMM-MS-DUE-DATE(MISS-IDX) TO NV-DUE-DATE
                   WRITE LETTER-LINE FROM NOTICE-VACCINE-DETAIL
               END-PERFORM
           ELSE
               MOVE "STATE LAW REQUIRES PROOF OF IMMUNIZATION.  WE HAVE"
                       TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "NO IMMUNIZATION RECORD OR BIRTH DATE ON FILE FOR"
                       TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING "YOUR CHILD.  PROOF WAS DUE " SR-DUE-DATE "."
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "PLEASE BRING YOUR CHILD'S IMMUNIZATION RECORD TO THE"
                   TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "SCHOOL NURSE, OR A SIGNED EXEMPTION IF ONE APPLIES."
                   TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           IF STUDENT-EXCLUDED
               STRING "PROOF IS NOW MORE THAN " PARM-IMM-GRACE
                   " DAYS OVERDUE.  YOUR CHILD MAY NOT"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "ATTEND SCHOOL UNTIL IT IS PROVIDED."
                       TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               STRING "A STUDENT WHOSE PROOF IS MORE THAN " PARM-IMM-GRACE
                   " DAYS OVERDUE"
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "MUST BE EXCLUDED FROM SCHOOL UNTIL IT IS PROVIDED."
                       TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

      *>   A missing GUARDIAN file is a bootstrap case, not an error:
      *>   every notice lands on the hand-address exception list.
       OPEN-GUARDIAN-FILE.
           MOVE "N" TO GUARD-CHECK-SW
           OPEN INPUT GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "WARNING -- NO GUARDIAN MASTER ON FILE, "
                       "ALL NOTICES WILL NEED HAND-ADDRESSING"
           ELSE
               MOVE "Y" TO GUARD-CHECK-SW
           END-IF.

       CLOSE-GUARDIAN-FILE.
           IF GUARD-CHECK-ON
               CLOSE GUARDIAN-FILE
           END-IF.

       MERGE-GUARDIAN-ADDRESS.
           SET GUARD-NOT-FOUND TO TRUE
           IF GUARD-CHECK-ON
               MOVE CK-STUDENT-ID TO GD-STUDENT-ID
               READ GUARDIAN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET GUARD-FOUND TO TRUE
               END-READ
           END-IF
           IF GUARD-NOT-FOUND
               ADD 1 TO NO-GUARDIAN-COUNT
               IF NO-GUARDIAN-LIST-COUNT < 100
                   ADD 1 TO NO-GUARDIAN-LIST-COUNT
                   MOVE SPACES
                           TO NO-GUARDIAN-ENTRY(NO-GUARDIAN-LIST-COUNT)
                   STRING CK-NAME " " CK-STUDENT-ID
                       DELIMITED BY SIZE
                       INTO NO-GUARDIAN-ENTRY(NO-GUARDIAN-LIST-COUNT)
               END-IF
               MOVE "   *ADDRESS ON FILE: NONE -- HAND-ADDRESS*"
                       TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE GD-GUARDIAN-NAME TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE GD-STREET TO LETTER-LINE
               WRITE LETTER-LINE
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
               MOVE SPACES TO LETTER-LINE
               STRING GD-CITY(1:CITY-LEN) ", " GD-STATE " " GD-ZIP
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF.

       PRINT-NO-GUARDIAN-EXCEPTIONS.
           IF NO-GUARDIAN-COUNT > 0
               MOVE ALL "=" TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE "NOTICES WITH NO GUARDIAN RECORD -- HAND-ADDRESS:"
                       TO LETTER-LINE
               WRITE LETTER-LINE
               PERFORM VARYING NO-GUARDIAN-IDX FROM 1 BY 1
                       UNTIL NO-GUARDIAN-IDX > NO-GUARDIAN-LIST-COUNT
                   MOVE SPACES TO LETTER-LINE
                   STRING "  " NO-GUARDIAN-ENTRY(NO-GUARDIAN-IDX)
                       DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-PERFORM
               IF NO-GUARDIAN-COUNT > NO-GUARDIAN-LIST-COUNT
                   MOVE "  ...ADDITIONAL STUDENTS NOT LISTED"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF.

       WRITE-EXCLUSION-HEADINGS.
           MOVE SPACES TO EXCLUSION-LINE
           STRING "IMMUNIZATION EXCLUSION LIST AS OF " RUN-DATE
               DELIMITED BY SIZE INTO EXCLUSION-LINE
           WRITE EXCLUSION-LINE
           MOVE SPACES TO EXCLUSION-LINE
           STRING "PROOF MORE THAN " PARM-IMM-GRACE
               " DAYS OVERDUE -- EXCLUDE FROM SCHOOL UNTIL PROVIDED"
               DELIMITED BY SIZE INTO EXCLUSION-LINE
           WRITE EXCLUSION-LINE
           MOVE "STUDENT NAME" TO EXCLUSION-LINE
           MOVE "DUE DATE  PAST  STATUS" TO EXCLUSION-LINE(40:22)
           WRITE EXCLUSION-LINE
           MOVE ALL "-" TO EXCLUSION-LINE
           WRITE EXCLUSION-LINE.

       WRITE-EXCLUSION-DETAIL.
           ADD 1 TO EXCLUDED-COUNT
           MOVE CK-STUDENT-ID TO XD-STUDENT-ID
           MOVE CK-NAME TO XD-NAME
           MOVE SR-DUE-DATE TO XD-DUE-DATE
           MOVE DAYS-PAST-DUE TO XD-DAYS-PAST
           MOVE STATUS-TEXT TO XD-STATUS
           WRITE EXCLUSION-LINE FROM EXCLUSION-DETAIL.

       WRITE-EXCLUSION-TOTALS.
           IF EXCLUDED-COUNT = 0
               MOVE "NONE" TO EXCLUSION-LINE
               WRITE EXCLUSION-LINE
           END-IF
           MOVE ALL "-" TO EXCLUSION-LINE
           WRITE EXCLUSION-LINE
           MOVE SPACES TO EXCLUSION-LINE
           STRING "STUDENTS TO BE EXCLUDED " EXCLUDED-COUNT
               DELIMITED BY SIZE INTO EXCLUSION-LINE
           WRITE EXCLUSION-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "IMMRPT  " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE ENROLLEE-COUNT TO AUD-READ-COUNT
           MOVE NON-COMPLIANT-COUNT TO AUD-WRITE-COUNT
           MOVE EXCLUDED-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "MASTER RECORDS READ . . . . " MASTER-READ-COUNT
           DISPLAY "ACTIVE ENROLLEES CHECKED  . " ENROLLEE-COUNT
           DISPLAY "COMPLIANT . . . . . . . . . " COMPLIANT-COUNT
           DISPLAY "EXEMPT  . . . . . . . . . . " EXEMPT-COUNT
           DISPLAY "NOT COMPLIANT . . . . . . . " NON-COMPLIANT-COUNT
           DISPLAY "  OF WHICH NO RECORD OR DOB " NO-RECORD-COUNT
           DISPLAY "ON THE EXCLUSION LIST . . . " EXCLUDED-COUNT
           DISPLAY "NO GUARDIAN RECORD  . . . . " NO-GUARDIAN-COUNT
           DISPLAY "-------------------------------------------".
