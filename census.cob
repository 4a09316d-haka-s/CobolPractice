           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.
      *>****************************************************************
      *> State enrollment census submission.  Builds the state's
      *> official census -- one fixed-column record per student
      *> enrolled on the count date, with grade, age, section, days
      *> enrolled and days present -- from the files the office used
      *> to copy it off by hand:
      *>   ENRLMSTR   who was enrolled on the count date: every active
      *>              enrollee, and every enrollee withdrawn,
      *>              transferred or graduated after it;
      *>   PROMOFIL   the decided grade, read by key the way SCHOOL
      *>              and NITELY read it;
      *>   ROSTEROUT  the age (and, with no decision on file, the
      *>              grade) from the student's latest roster result
      *>              run on or before the count date;
      *>   ATTTOTL    days enrolled (present, tardy, absent and
      *>              suspended) and days present (present and tardy)
      *>              for the months on file through the count month.
      *>              Attendance is posted by section, so the student
      *>              is reported in the section carrying the most
      *>              days, with that section's days; a student with
      *>              no attendance falls back to the roster section.
      *> The count date is the CENSUS-DATE run parameter (the business
      *> date when zero); the school's state number is STATE-SCHOOL.
      *> The state's edit rules run before anything is written, and
      *> every finding goes to the CENSRPT edit report -- an error
      *> keeps the student off the census, a warning is printed for
      *> review but does not.  Any error at all holds back the whole
      *> submission: the report says so, the CENSUS file is left as
      *> it was, and the corrected files are rerun.  A clean run
      *> writes CENSUS with its control record first and logs the
      *> submission to CENSLOG; a second submission for the same
      *> count date is marked as a resubmission of the first, so a
      *> correction sent to the state ties back to the original.
      *> The edit report closes with the headcount and days by grade
      *> and by age.
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
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-TOTAL-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-OUT-STATUS.
           SELECT CENSUS-WORK-FILE ASSIGN TO "CENSWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-WORK-STATUS.
           SELECT CENSUS-FILE ASSIGN TO "CENSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-STATUS.
           SELECT CENSUS-LOG-FILE ASSIGN TO "CENSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CENSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY MASTREC.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  ATTEND-TOTAL-FILE.
       COPY ATTHREC.

       FD  ROSTER-OUT-FILE.
       COPY CLASSRST.

       FD  CENSUS-WORK-FILE.
       01 CENSUS-WORK-RECORD PIC X(80).

       FD  CENSUS-FILE.
       01 CENSUS-FD-RECORD PIC X(80).

       FD  CENSUS-LOG-FILE.
       COPY CSLGREC.

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-SOURCE PIC 9.
                   88 SR-FROM-MASTER VALUE 1.
                   88 SR-FROM-ATTENDANCE VALUE 2.
                   88 SR-FROM-ROSTER VALUE 3.
               03 SR-SORT-DATE PIC 9(8).
           02 SR-NAME PIC X(30).
           02 SR-ENROLL-STATUS PIC X(1).
           02 SR-SECTION PIC X(3).
           02 SR-GRADE PIC 99.
           02 SR-AGE PIC 99.
           02 SR-DAYS-ENROLLED PIC 9(3).
           02 SR-DAYS-PRESENT PIC 9(3).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 CENSUS-WORK-STATUS PIC XX VALUE "00".
       01 CENSUS-STATUS PIC XX VALUE "00".
       01 CENSUS-LOG-STATUS PIC XX VALUE "00".
       01 REPORT-STATUS PIC XX VALUE "00".
       01 INPUT-EOF-SW PIC X(1) VALUE "N".
           88 INPUT-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 PROMO-CHECK-SW PIC X(1) VALUE "N".
           88 PROMO-CHECK-ON VALUE "Y".
       01 PROMO-FOUND-SW PIC X(1) VALUE "N".
           88 PROMO-FOUND VALUE "Y".
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CENSREC.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 COUNT-DATE PIC 9(8) VALUE ZERO.
       01 COUNT-MONTH PIC 9(6) VALUE ZERO.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 TIME-WORK PIC 9(8) VALUE 0.

      *>   One student gathered across the sorted rows.
       01 CURRENT-STUDENT-ID PIC 9(7) VALUE 0.
       01 STUDENT-STARTED-SW PIC X(1) VALUE "N".
           88 STUDENT-STARTED VALUE "Y".
       01 STUDENT-ON-MASTER-SW PIC X(1) VALUE "N".
           88 STUDENT-ON-MASTER VALUE "Y".
       01 STUDENT-NAME PIC X(30) VALUE SPACES.
       01 STUDENT-STATUS PIC X(1) VALUE SPACE.
       01 ROSTER-SEEN-SW PIC X(1) VALUE "N".
           88 ROSTER-SEEN VALUE "Y".
       01 ROSTER-SECTION PIC X(3) VALUE SPACES.
       01 ROSTER-GRADE PIC 99 VALUE 0.
       01 ROSTER-AGE PIC 99 VALUE 0.
       01 STUDENT-GRADE PIC 99 VALUE 0.
       01 STUDENT-GRADE-SW PIC X(1) VALUE "N".
           88 STUDENT-HAS-GRADE VALUE "Y".
       01 STUDENT-SECTION PIC X(3) VALUE SPACES.
       01 STUDENT-ENROLLED PIC 9(3) VALUE 0.
       01 STUDENT-PRESENT PIC 9(3) VALUE 0.
       01 STUDENT-ERRORS PIC 99 VALUE 0.
       01 SECTION-OVERFLOW-SW PIC X(1) VALUE "N".
           88 SECTION-OVERFLOW VALUE "Y".
       01 SECTION-COUNT PIC 99 VALUE 0.
       01 SECTION-IDX PIC 99 VALUE 0.
       01 SECTION-FOUND-IDX PIC 99 VALUE 0.
       01 SECTION-DAYS-TABLE.
           02 SD-ENTRY OCCURS 20 TIMES.
               03 SD-SECTION PIC X(3).
               03 SD-ENROLLED PIC 9(3).
               03 SD-PRESENT PIC 9(3).
       01 AGE-LOW PIC 9(3) VALUE 0.
       01 AGE-HIGH PIC 9(3) VALUE 0.

       01 EDIT-SEVERITY PIC X(7) VALUE SPACES.
       01 EDIT-MESSAGE PIC X(38) VALUE SPACES.

      *>   Headcount and days by grade (grade 00 in the first slot)
      *>   and by age (age 00 in the first slot).
       01 GRADE-SUMMARY-TABLE.
           02 GS-ENTRY OCCURS 13 TIMES.
               03 GS-HEADCOUNT PIC 9(5).
               03 GS-ENROLLED PIC 9(8).
               03 GS-PRESENT PIC 9(8).
       01 AGE-SUMMARY-TABLE.
           02 AS-ENTRY OCCURS 100 TIMES.
               03 AS-HEADCOUNT PIC 9(5).
               03 AS-ENROLLED PIC 9(8).
               03 AS-PRESENT PIC 9(8).
       01 SUMMARY-IDX PIC 9(3) VALUE 0.

       01 MASTER-READ-COUNT PIC 9(7) VALUE 0.
       01 ELIGIBLE-COUNT PIC 9(7) VALUE 0.
       01 ATTEND-READ-COUNT PIC 9(7) VALUE 0.
       01 ROSTER-READ-COUNT PIC 9(7) VALUE 0.
       01 CENSUS-COUNT PIC 9(6) VALUE 0.
       01 REJECTED-COUNT PIC 9(6) VALUE 0.
       01 ERROR-COUNT PIC 9(6) VALUE 0.
       01 WARNING-COUNT PIC 9(5) VALUE 0.
       01 TOTAL-ENROLLED PIC 9(8) VALUE 0.
       01 TOTAL-PRESENT PIC 9(8) VALUE 0.

       01 LAST-SUBMISSION-NO PIC 9(4) VALUE 0.
       01 SUBMISSION-NO PIC 9(4) VALUE 0.
       01 ORIGINAL-NO PIC 9(4) VALUE 0.
       01 SUBMISSION-WRITTEN-SW PIC X(1) VALUE "N".
           88 SUBMISSION-WRITTEN VALUE "Y".

       01 EDIT-DETAIL.
           02 ED-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ED-NAME PIC X(24).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ED-SEVERITY PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 ED-MESSAGE PIC X(38).
       01 SUMMARY-VALUE PIC 99 VALUE 0.
       01 SUMMARY-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-LABEL PIC X(6).
           02 SL-VALUE PIC X(2).
           02 FILLER PIC X(5) VALUE SPACES.
           02 SL-HEADCOUNT PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE SPACES.
           02 SL-DAYS-ENROLLED PIC ZZZZZZZ9.
           02 FILLER PIC X(6) VALUE SPACES.
           02 SL-DAYS-PRESENT PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       CENSUS-DRIVER.
           MOVE "N" TO SUBMISSION-WRITTEN-SW
           MOVE 0 TO MASTER-READ-COUNT
           MOVE 0 TO ELIGIBLE-COUNT
           MOVE 0 TO ATTEND-READ-COUNT
           MOVE 0 TO ROSTER-READ-COUNT
           MOVE 0 TO CENSUS-COUNT
           MOVE 0 TO REJECTED-COUNT
           MOVE 0 TO ERROR-COUNT
           MOVE 0 TO WARNING-COUNT
           MOVE 0 TO TOTAL-ENROLLED
           MOVE 0 TO TOTAL-PRESENT
           INITIALIZE GRADE-SUMMARY-TABLE
           INITIALIZE AGE-SUMMARY-TABLE
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "STATE ENROLLMENT CENSUS"
           IF PARM-CENSUS-DATE > 0
               MOVE PARM-CENSUS-DATE TO COUNT-DATE
           ELSE
               MOVE RUN-DATE TO COUNT-DATE
           END-IF
           CALL "DAYSCALC" USING COUNT-DATE, DAY-NUM, DATE-VALID-SW
           IF NOT DATE-IS-VALID
               DISPLAY "CENSUS COUNT DATE " COUNT-DATE
                       " IS NOT A VALID DATE -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE COUNT-DATE(1:6) TO COUNT-MONTH
           DISPLAY "COUNT DATE  . . . . . . . . " COUNT-DATE
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- NO ONE TO COUNT, RUN "
                       "ABORTED"
               GOBACK
           END-IF
           CLOSE MASTER-FILE
           PERFORM OPEN-PROMOTION-FOR-GRADES
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT CENSUS-WORK-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-CENSUS-ROWS
               OUTPUT PROCEDURE IS BUILD-CENSUS-STUDENTS
           CLOSE CENSUS-WORK-FILE
           PERFORM CLOSE-PROMOTION-FOR-GRADES
           IF PARM-STATE-SCHOOL = SPACES
               MOVE 0 TO ED-STUDENT-ID
               MOVE "(SUBMISSION CONTROL)" TO ED-NAME
               MOVE "ERROR" TO ED-SEVERITY
               MOVE "STATE-SCHOOL PARAMETER NOT SET" TO ED-MESSAGE
               WRITE REPORT-LINE FROM EDIT-DETAIL
               ADD 1 TO ERROR-COUNT
           END-IF
           IF CENSUS-COUNT = 0
               MOVE 0 TO ED-STUDENT-ID
               MOVE "(SUBMISSION CONTROL)" TO ED-NAME
               MOVE "ERROR" TO ED-SEVERITY
               MOVE "NO STUDENT PASSED THE EDITS" TO ED-MESSAGE
               WRITE REPORT-LINE FROM EDIT-DETAIL
               ADD 1 TO ERROR-COUNT
           END-IF
           IF ERROR-COUNT = 0 AND WARNING-COUNT = 0
               MOVE "NO EDIT FINDINGS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF ERROR-COUNT = 0
               PERFORM NUMBER-THE-SUBMISSION
               PERFORM WRITE-SUBMISSION-FILE
               PERFORM LOG-THE-SUBMISSION
           END-IF
           PERFORM WRITE-CENSUS-SUMMARY
           CLOSE REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       OPEN-PROMOTION-FOR-GRADES.
           MOVE "N" TO PROMO-CHECK-SW
           OPEN INPUT PROMOTION-FILE
           IF PROMOTION-STATUS = "35"
               DISPLAY "WARNING -- NO PROMOTION DECISIONS ON FILE, "
                       "GRADES FROM ROSTER RESULTS ONLY"
           ELSE
               MOVE "Y" TO PROMO-CHECK-SW
           END-IF.

       CLOSE-PROMOTION-FOR-GRADES.
           IF PROMO-CHECK-ON
               CLOSE PROMOTION-FILE
           END-IF.

      *>   Three passes feed one sort by student: the enrollees on
      *>   roll on the count date, their attendance months through the
      *>   count month, and their roster results run on or before the
      *>   count date (oldest first, so the latest is seen last).
       RELEASE-CENSUS-ROWS.
           PERFORM RELEASE-ENROLLED-STUDENTS
           PERFORM RELEASE-ATTENDANCE-MONTHS
           PERFORM RELEASE-ROSTER-RESULTS.

       RELEASE-ENROLLED-STUDENTS.
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT MASTER-FILE
           READ MASTER-FILE
               AT END SET INPUT-EOF TO TRUE
           END-READ
           PERFORM UNTIL INPUT-EOF
               ADD 1 TO MASTER-READ-COUNT
               IF EM-ACTIVE
                       OR (EM-STATUS-DATE NUMERIC
                           AND EM-STATUS-DATE > COUNT-DATE)
                   ADD 1 TO ELIGIBLE-COUNT
                   INITIALIZE SORT-RECORD
                   MOVE EM-STUDENT-ID TO SR-STUDENT-ID
                   MOVE 1 TO SR-SOURCE
                   MOVE EM-NAME TO SR-NAME
                   MOVE EM-ENROLL-STATUS TO SR-ENROLL-STATUS
                   RELEASE SORT-RECORD
               END-IF
               READ MASTER-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE.

       RELEASE-ATTENDANCE-MONTHS.
           OPEN INPUT ATTEND-TOTAL-FILE
           IF ATTEND-TOTAL-STATUS = "35"
               DISPLAY "WARNING -- NO ATTENDANCE TOTALS ON FILE, "
                       "EVERY STUDENT WILL FAIL THE ATTENDANCE EDIT"
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ ATTEND-TOTAL-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO ATTEND-READ-COUNT
                   IF AH-MONTH NUMERIC AND AH-MONTH <= COUNT-MONTH
                       INITIALIZE SORT-RECORD
                       MOVE AH-STUDENT-ID TO SR-STUDENT-ID
                       MOVE 2 TO SR-SOURCE
                       MOVE AH-MONTH TO SR-SORT-DATE
                       MOVE AH-SECTION TO SR-SECTION
                       IF AH-SUSPENDED-COUNT NOT NUMERIC
                           MOVE 0 TO AH-SUSPENDED-COUNT
                       END-IF
                       COMPUTE SR-DAYS-ENROLLED = AH-PRESENT-COUNT
                               + AH-TARDY-COUNT + AH-ABSENT-COUNT
                               + AH-SUSPENDED-COUNT
                       COMPUTE SR-DAYS-PRESENT = AH-PRESENT-COUNT
                               + AH-TARDY-COUNT
                       RELEASE SORT-RECORD
                   END-IF
                   READ ATTEND-TOTAL-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ATTEND-TOTAL-FILE
           END-IF.

       RELEASE-ROSTER-RESULTS.
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "WARNING -- NO ROSTER RESULTS ON FILE, NO "
                       "STUDENT AGE AVAILABLE"
           ELSE
               MOVE "N" TO INPUT-EOF-SW
               READ ROSTER-OUT-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                       ADD 1 TO ROSTER-READ-COUNT
                       IF CR-RUN-DATE NUMERIC
                               AND CR-RUN-DATE <= COUNT-DATE
                           INITIALIZE SORT-RECORD
                           MOVE CR-STUDENT-ID TO SR-STUDENT-ID
                           MOVE 3 TO SR-SOURCE
                           MOVE CR-RUN-DATE TO SR-SORT-DATE
                           MOVE CR-SECTION TO SR-SECTION
                           MOVE CR-GRADE TO SR-GRADE
                           MOVE CR-AGE TO SR-AGE
                           RELEASE SORT-RECORD
                       END-IF
                   END-IF
                   READ ROSTER-OUT-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-OUT-FILE
           END-IF.

       BUILD-CENSUS-STUDENTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE "N" TO STUDENT-STARTED-SW
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF NOT STUDENT-STARTED
                       OR SR-STUDENT-ID NOT = CURRENT-STUDENT-ID
                   IF STUDENT-STARTED
                       PERFORM FINISH-ONE-STUDENT
                   END-IF
                   PERFORM START-ONE-STUDENT
               END-IF
               EVALUATE TRUE
                   WHEN SR-FROM-MASTER
                       SET STUDENT-ON-MASTER TO TRUE
                       MOVE SR-NAME TO STUDENT-NAME
                       MOVE SR-ENROLL-STATUS TO STUDENT-STATUS
                   WHEN SR-FROM-ATTENDANCE
                       PERFORM ADD-SECTION-DAYS
                   WHEN SR-FROM-ROSTER
                       SET ROSTER-SEEN TO TRUE
                       MOVE SR-SECTION TO ROSTER-SECTION
                       MOVE SR-GRADE TO ROSTER-GRADE
                       MOVE SR-AGE TO ROSTER-AGE
               END-EVALUATE
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF STUDENT-STARTED
               PERFORM FINISH-ONE-STUDENT
           END-IF.

       START-ONE-STUDENT.
           SET STUDENT-STARTED TO TRUE
           MOVE SR-STUDENT-ID TO CURRENT-STUDENT-ID
           MOVE "N" TO STUDENT-ON-MASTER-SW
           MOVE SPACES TO STUDENT-NAME
           MOVE SPACE TO STUDENT-STATUS
           MOVE "N" TO ROSTER-SEEN-SW
           MOVE SPACES TO ROSTER-SECTION
           MOVE 0 TO ROSTER-GRADE
           MOVE 0 TO ROSTER-AGE
           MOVE "N" TO SECTION-OVERFLOW-SW
           MOVE 0 TO SECTION-COUNT
           INITIALIZE SECTION-DAYS-TABLE.

       ADD-SECTION-DAYS.
           MOVE 0 TO SECTION-FOUND-IDX
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > SECTION-COUNT
                   OR SECTION-FOUND-IDX > 0
               IF SD-SECTION(SECTION-IDX) = SR-SECTION
                   MOVE SECTION-IDX TO SECTION-FOUND-IDX
               END-IF
           END-PERFORM
           IF SECTION-FOUND-IDX = 0
               IF SECTION-COUNT < 20
                   ADD 1 TO SECTION-COUNT
                   MOVE SECTION-COUNT TO SECTION-FOUND-IDX
                   MOVE SR-SECTION TO SD-SECTION(SECTION-FOUND-IDX)
               ELSE
                   SET SECTION-OVERFLOW TO TRUE
               END-IF
           END-IF
           IF SECTION-FOUND-IDX > 0
               ADD SR-DAYS-ENROLLED TO SD-ENROLLED(SECTION-FOUND-IDX)
               ADD SR-DAYS-PRESENT TO SD-PRESENT(SECTION-FOUND-IDX)
           END-IF.

      *>   Rows for a student not on roll on the count date (not on
      *>   the master, or gone before the count date) are passed over;
      *>   INTEGCHK is where orphaned rows get reported.
       FINISH-ONE-STUDENT.
           IF STUDENT-ON-MASTER
               PERFORM DERIVE-CENSUS-VALUES
               PERFORM EDIT-ONE-STUDENT
               IF STUDENT-ERRORS > 0
                   ADD 1 TO REJECTED-COUNT
               ELSE
                   PERFORM WRITE-CENSUS-DETAIL
               END-IF
           END-IF.

       DERIVE-CENSUS-VALUES.
           MOVE "N" TO STUDENT-GRADE-SW
           MOVE 0 TO STUDENT-GRADE
           MOVE "N" TO PROMO-FOUND-SW
           IF PROMO-CHECK-ON
               MOVE CURRENT-STUDENT-ID TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PROMO-FOUND TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN PROMO-FOUND
                   MOVE PR-NEW-GRADE TO STUDENT-GRADE
                   SET STUDENT-HAS-GRADE TO TRUE
               WHEN ROSTER-SEEN
                   MOVE ROSTER-GRADE TO STUDENT-GRADE
                   SET STUDENT-HAS-GRADE TO TRUE
           END-EVALUATE
           MOVE ROSTER-SECTION TO STUDENT-SECTION
           MOVE 0 TO STUDENT-ENROLLED
           MOVE 0 TO STUDENT-PRESENT
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > SECTION-COUNT
               IF SD-ENROLLED(SECTION-IDX) > STUDENT-ENROLLED
                   MOVE SD-SECTION(SECTION-IDX) TO STUDENT-SECTION
                   MOVE SD-ENROLLED(SECTION-IDX) TO STUDENT-ENROLLED
                   MOVE SD-PRESENT(SECTION-IDX) TO STUDENT-PRESENT
               END-IF
           END-PERFORM.

      *>   The state's edit rules.  Errors keep the student (and so
      *>   the submission) back; warnings are for review only.  The
      *>   age-for-grade band is the usual age for the grade (grade
      *>   plus five) less one year through plus two.
       EDIT-ONE-STUDENT.
           MOVE 0 TO STUDENT-ERRORS
           IF STUDENT-NAME = SPACES
               MOVE "NAME MISSING" TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           EVALUATE TRUE
               WHEN NOT STUDENT-HAS-GRADE
                   MOVE "NO GRADE ON PROMOFIL OR ROSTEROUT"
                       TO EDIT-MESSAGE
                   PERFORM REPORT-EDIT-ERROR
               WHEN STUDENT-GRADE NOT NUMERIC OR STUDENT-GRADE > 12
                   MOVE "GRADE NOT 00 THROUGH 12" TO EDIT-MESSAGE
                   PERFORM REPORT-EDIT-ERROR
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT ROSTER-SEEN
                   MOVE "NO AGE -- NO ROSTER RESULT ON FILE"
                       TO EDIT-MESSAGE
                   PERFORM REPORT-EDIT-ERROR
               WHEN ROSTER-AGE NOT NUMERIC
                       OR ROSTER-AGE < PARM-AGE-MIN
                       OR ROSTER-AGE > PARM-AGE-MAX
                   MOVE "AGE OUTSIDE AGE-MIN/AGE-MAX" TO EDIT-MESSAGE
                   PERFORM REPORT-EDIT-ERROR
               WHEN STUDENT-HAS-GRADE AND STUDENT-GRADE <= 12
                   COMPUTE AGE-LOW = STUDENT-GRADE + 4
                   COMPUTE AGE-HIGH = STUDENT-GRADE + 7
                   IF ROSTER-AGE < AGE-LOW OR ROSTER-AGE > AGE-HIGH
                       MOVE "AGE UNUSUAL FOR GRADE" TO EDIT-MESSAGE
                       PERFORM REPORT-EDIT-WARNING
                   END-IF
           END-EVALUATE
           IF STUDENT-SECTION = SPACES
               MOVE "NO SECTION ON ATTTOTL OR ROSTEROUT"
                   TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF STUDENT-ENROLLED = 0
               MOVE "NO DAYS ENROLLED ON ATTTOTL" TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-ERROR
           END-IF
           IF SECTION-OVERFLOW
               MOVE "OVER 20 SECTIONS -- EXTRA DAYS IGNORED"
                   TO EDIT-MESSAGE
               PERFORM REPORT-EDIT-WARNING
           END-IF.

       REPORT-EDIT-ERROR.
           ADD 1 TO STUDENT-ERRORS
           ADD 1 TO ERROR-COUNT
           MOVE "ERROR" TO EDIT-SEVERITY
           PERFORM WRITE-EDIT-LINE.

       REPORT-EDIT-WARNING.
           ADD 1 TO WARNING-COUNT
           MOVE "WARNING" TO EDIT-SEVERITY
           PERFORM WRITE-EDIT-LINE.

       WRITE-EDIT-LINE.
           MOVE CURRENT-STUDENT-ID TO ED-STUDENT-ID
           MOVE STUDENT-NAME TO ED-NAME
           MOVE EDIT-SEVERITY TO ED-SEVERITY
           MOVE EDIT-MESSAGE TO ED-MESSAGE
           WRITE REPORT-LINE FROM EDIT-DETAIL.

       WRITE-CENSUS-DETAIL.
           ADD 1 TO CENSUS-COUNT
           ADD STUDENT-ENROLLED TO TOTAL-ENROLLED
           ADD STUDENT-PRESENT TO TOTAL-PRESENT
           MOVE SPACES TO CENSUS-RECORD
           MOVE "D" TO CS-RECORD-TYPE
           MOVE PARM-STATE-SCHOOL TO CS-SCHOOL-ID
           MOVE CURRENT-STUDENT-ID TO CS-STUDENT-ID
           MOVE STUDENT-NAME TO CS-NAME
           MOVE STUDENT-GRADE TO CS-GRADE
           MOVE ROSTER-AGE TO CS-AGE
           MOVE STUDENT-SECTION TO CS-SECTION
           MOVE STUDENT-ENROLLED TO CS-DAYS-ENROLLED
           MOVE STUDENT-PRESENT TO CS-DAYS-PRESENT
           IF STUDENT-STATUS = SPACE
               MOVE "A" TO CS-ENROLL-STATUS
           ELSE
               MOVE STUDENT-STATUS TO CS-ENROLL-STATUS
           END-IF
           WRITE CENSUS-WORK-RECORD FROM CENSUS-RECORD
           COMPUTE SUMMARY-IDX = STUDENT-GRADE + 1
           ADD 1 TO GS-HEADCOUNT(SUMMARY-IDX)
           ADD STUDENT-ENROLLED TO GS-ENROLLED(SUMMARY-IDX)
           ADD STUDENT-PRESENT TO GS-PRESENT(SUMMARY-IDX)
           COMPUTE SUMMARY-IDX = ROSTER-AGE + 1
           ADD 1 TO AS-HEADCOUNT(SUMMARY-IDX)
           ADD STUDENT-ENROLLED TO AS-ENROLLED(SUMMARY-IDX)
           ADD STUDENT-PRESENT TO AS-PRESENT(SUMMARY-IDX).

      *>   Submissions are numbered from the log.  The first for a
      *>   count date is the original; a later one for the same count
      *>   date resubmits it and carries the original's number.
       NUMBER-THE-SUBMISSION.
           MOVE 0 TO LAST-SUBMISSION-NO
           MOVE 0 TO ORIGINAL-NO
           OPEN INPUT CENSUS-LOG-FILE
           IF CENSUS-LOG-STATUS NOT = "35"
               MOVE "N" TO INPUT-EOF-SW
               READ CENSUS-LOG-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
               PERFORM UNTIL INPUT-EOF
                   IF CL-SUBMISSION-NO > LAST-SUBMISSION-NO
                       MOVE CL-SUBMISSION-NO TO LAST-SUBMISSION-NO
                   END-IF
                   IF CL-COUNT-DATE = COUNT-DATE AND CL-ORIGINAL
                           AND ORIGINAL-NO = 0
                       MOVE CL-SUBMISSION-NO TO ORIGINAL-NO
                   END-IF
                   READ CENSUS-LOG-FILE
                       AT END SET INPUT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CENSUS-LOG-FILE
           END-IF
           COMPUTE SUBMISSION-NO = LAST-SUBMISSION-NO + 1.

       WRITE-SUBMISSION-FILE.
           OPEN OUTPUT CENSUS-FILE
           MOVE SPACES TO CENSUS-RECORD
           MOVE "C" TO CS-RECORD-TYPE
           MOVE PARM-STATE-SCHOOL TO CS-SCHOOL-ID
           MOVE COUNT-DATE TO CS-COUNT-DATE
           MOVE SUBMISSION-NO TO CS-SUBMISSION-NO
           IF ORIGINAL-NO = 0
               MOVE "O" TO CS-SUBMISSION-TYPE
               MOVE SUBMISSION-NO TO CS-ORIGINAL-NO
           ELSE
               MOVE "R" TO CS-SUBMISSION-TYPE
               MOVE ORIGINAL-NO TO CS-ORIGINAL-NO
           END-IF
           MOVE RUN-DATE TO CS-CREATED-DATE
           MOVE CENSUS-COUNT TO CS-DETAIL-COUNT
           MOVE TOTAL-ENROLLED TO CS-TOTAL-ENROLLED
           MOVE TOTAL-PRESENT TO CS-TOTAL-PRESENT
           WRITE CENSUS-FD-RECORD FROM CENSUS-RECORD
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT CENSUS-WORK-FILE
           READ CENSUS-WORK-FILE
               AT END SET INPUT-EOF TO TRUE
           END-READ
           PERFORM UNTIL INPUT-EOF
               WRITE CENSUS-FD-RECORD FROM CENSUS-WORK-RECORD
               READ CENSUS-WORK-FILE
                   AT END SET INPUT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CENSUS-WORK-FILE
           CLOSE CENSUS-FILE
           SET SUBMISSION-WRITTEN TO TRUE.

       LOG-THE-SUBMISSION.
           MOVE SUBMISSION-NO TO CL-SUBMISSION-NO
           MOVE COUNT-DATE TO CL-COUNT-DATE
           MOVE CS-SUBMISSION-TYPE TO CL-SUBMISSION-TYPE
           MOVE CS-ORIGINAL-NO TO CL-ORIGINAL-NO
           MOVE RUN-DATE TO CL-CREATED-DATE
           ACCEPT TIME-WORK FROM TIME
           MOVE TIME-WORK(1:6) TO CL-CREATED-TIME
           MOVE PARM-STATE-SCHOOL TO CL-SCHOOL-ID
           MOVE CENSUS-COUNT TO CL-DETAIL-COUNT
           MOVE TOTAL-ENROLLED TO CL-TOTAL-ENROLLED
           MOVE TOTAL-PRESENT TO CL-TOTAL-PRESENT
           MOVE WARNING-COUNT TO CL-WARNING-COUNT
           OPEN EXTEND CENSUS-LOG-FILE
           IF CENSUS-LOG-STATUS = "35"
               OPEN OUTPUT CENSUS-LOG-FILE
           END-IF
           WRITE CENSUS-LOG-RECORD
           CLOSE CENSUS-LOG-FILE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "STATE ENROLLMENT CENSUS EDIT REPORT -- COUNT DATE "
               COUNT-DATE "  SCHOOL " PARM-STATE-SCHOOL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STUDENT NAME" TO REPORT-LINE
           MOVE "SEVERITY EDIT" TO REPORT-LINE(34:13)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CENSUS-SUMMARY.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENROLLED ON COUNT DATE " ELIGIBLE-COUNT
               "   ON CENSUS " CENSUS-COUNT
               "   HELD BACK " REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EDIT ERRORS " ERROR-COUNT
               "   WARNINGS " WARNING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF SUBMISSION-WRITTEN
               IF CS-RESUBMISSION
                   STRING "SUBMISSION " SUBMISSION-NO
                       " WRITTEN TO CENSUS -- RESUBMISSION OF "
                       ORIGINAL-NO
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "SUBMISSION " SUBMISSION-NO
                       " WRITTEN TO CENSUS -- ORIGINAL FOR THIS "
                       "COUNT DATE"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           ELSE
               STRING "SUBMISSION NOT WRITTEN -- CORRECT THE ERRORS "
                   "ABOVE AND RERUN"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HEADCOUNT BY GRADE" TO REPORT-LINE
           MOVE "STUDENTS  DAYS ENROLLED  DAYS PRESENT"
               TO REPORT-LINE(14:37)
           WRITE REPORT-LINE
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
                   UNTIL SUMMARY-IDX > 13
               IF GS-HEADCOUNT(SUMMARY-IDX) > 0
                   MOVE "GRADE" TO SL-LABEL
                   COMPUTE SUMMARY-VALUE = SUMMARY-IDX - 1
                   MOVE SUMMARY-VALUE TO SL-VALUE
                   MOVE GS-HEADCOUNT(SUMMARY-IDX) TO SL-HEADCOUNT
                   MOVE GS-ENROLLED(SUMMARY-IDX) TO SL-DAYS-ENROLLED
                   MOVE GS-PRESENT(SUMMARY-IDX) TO SL-DAYS-PRESENT
                   WRITE REPORT-LINE FROM SUMMARY-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HEADCOUNT BY AGE" TO REPORT-LINE
           MOVE "STUDENTS  DAYS ENROLLED  DAYS PRESENT"
               TO REPORT-LINE(14:37)
           WRITE REPORT-LINE
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
                   UNTIL SUMMARY-IDX > 100
               IF AS-HEADCOUNT(SUMMARY-IDX) > 0
                   MOVE "AGE" TO SL-LABEL
                   COMPUTE SUMMARY-VALUE = SUMMARY-IDX - 1
                   MOVE SUMMARY-VALUE TO SL-VALUE
                   MOVE AS-HEADCOUNT(SUMMARY-IDX) TO SL-HEADCOUNT
                   MOVE AS-ENROLLED(SUMMARY-IDX) TO SL-DAYS-ENROLLED
                   MOVE AS-PRESENT(SUMMARY-IDX) TO SL-DAYS-PRESENT
                   WRITE REPORT-LINE FROM SUMMARY-DETAIL
               END-IF
           END-PERFORM
           MOVE "TOTAL" TO SL-LABEL
           MOVE SPACES TO SL-VALUE
           MOVE CENSUS-COUNT TO SL-HEADCOUNT
           MOVE TOTAL-ENROLLED TO SL-DAYS-ENROLLED
           MOVE TOTAL-PRESENT TO SL-DAYS-PRESENT
           WRITE REPORT-LINE FROM SUMMARY-DETAIL.

       WRITE-AUDIT-RECORD.
           MOVE "CENSUS  " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE MASTER-READ-COUNT TO AUD-READ-COUNT
           IF SUBMISSION-WRITTEN
               MOVE CENSUS-COUNT TO AUD-WRITE-COUNT
           ELSE
               MOVE 0 TO AUD-WRITE-COUNT
           END-IF
           MOVE REJECTED-COUNT TO AUD-REJECT-COUNT
           MOVE TOTAL-ENROLLED TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "MASTER RECORDS READ . . . . " MASTER-READ-COUNT
           DISPLAY "ENROLLED ON COUNT DATE  . . " ELIGIBLE-COUNT
           DISPLAY "ATTENDANCE ROWS READ  . . . " ATTEND-READ-COUNT
           DISPLAY "ROSTER RESULTS READ . . . . " ROSTER-READ-COUNT
           DISPLAY "STUDENTS ON CENSUS  . . . . " CENSUS-COUNT
           DISPLAY "STUDENTS HELD BACK  . . . . " REJECTED-COUNT
           DISPLAY "EDIT ERRORS . . . . . . . . " ERROR-COUNT
           DISPLAY "EDIT WARNINGS . . . . . . . " WARNING-COUNT
           IF SUBMISSION-WRITTEN
               DISPLAY "SUBMISSION NUMBER . . . . . " SUBMISSION-NO
           ELSE
               DISPLAY "SUBMISSION NOT WRITTEN -- SEE CENSRPT"
           END-IF
           DISPLAY "-------------------------------------------".
