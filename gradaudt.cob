           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAUDT.
      *>****************************************************************
      *> Graduation credit audit.  Totals every student's passed
      *> credits by department across all of SCORHIST -- each passed
      *> subject result earns that subject's SUBJREF credit weight
      *> toward the subject's department -- and measures them against
      *> the GRADREQ requirements table.
      *>
      *> GRADREQ is a card file kept by hand like RUNPARMS, one card
      *> per department per grade, giving the cumulative credits a
      *> student must hold in the department by the END of that grade:
      *>
      *>     MATH 09 0100
      *>     MATH 12 0400
      *>
      *> (department, two-digit grade, credits with two implied
      *> decimals).  Cards starting with "*" and blank cards are
      *> skipped.  A student in grade G is measured against the
      *> latest card for the department below G -- what should
      *> already be earned going into the year -- and the department's
      *> highest-grade card is its graduation requirement.
      *>
      *> The student's grade is the decided grade on PROMOFIL when
      *> there is one, otherwise the grade on the student's latest
      *> ROSTEROUT result.  Students no longer active on the master
      *> are left out.  SCORHIST and ROSTEROUT are SORTed together by
      *> student so the whole history is one pass.  As on the report
      *> card, only the latest run of a subject in a calendar term
      *> (CALCHECK) counts -- an earlier run of it in the same term
      *> was superseded and earns nothing, pass or fail.
      *>
      *> One CREDSUM record per student per department (see CREDREC)
      *> carries the earned, expected and graduation credits for the
      *> counselors and the guardian letters; the students short of
      *> the expected credits are SORTed again by grade and print on
      *> the DEFICRPT deficiency report with the shortfall per
      *> department and a count per grade.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO "GRADREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUIREMENT-STATUS.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SCORHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-OUT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT CREDIT-SUMMARY-FILE ASSIGN TO "CREDSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-SUMMARY-STATUS.
           SELECT DEFICIT-REPORT-FILE ASSIGN TO "DEFICRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFICIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-FILE.
       01 REQUIREMENT-CARD PIC X(80).

       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       FD  HISTORY-FILE.
       COPY HISTREC.

       FD  ROSTER-OUT-FILE.
       COPY CLASSRST.

      *>   The first sort merges history and roster by student; the
      *>   second reorders the short departments by grade for print.
       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-STUDENT-ID PIC 9(7).
           02 SR-TERM-END PIC 9(8).
           02 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-TYPE PIC X(1).
           02 SR-NAME PIC X(30).
           02 SR-GRADE PIC 99.
           02 SR-PASS-FAIL PIC X(1).
       01 DEFICIT-SORT-RECORD.
           02 DS-KEY.
               03 DS-GRADE PIC 99.
               03 DS-NAME PIC X(30).
               03 DS-STUDENT-ID PIC 9(7).
               03 DS-DEPARTMENT PIC X(4).
           02 DS-EARNED PIC 9(3)V99.
           02 DS-REQUIRED-NOW PIC 9(3)V99.
           02 DS-SHORTFALL PIC 9(3)V99.
           02 DS-REQUIRED-GRAD PIC 9(3)V99.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  CREDIT-SUMMARY-FILE.
       COPY CREDREC.

       FD  DEFICIT-REPORT-FILE.
       01 DEFICIT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 REQUIREMENT-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-STATUS PIC XX VALUE "00".
       01 HISTORY-STATUS PIC XX VALUE "00".
       01 ROSTER-OUT-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 CREDIT-SUMMARY-STATUS PIC XX VALUE "00".
       01 DEFICIT-REPORT-STATUS PIC XX VALUE "00".
       01 REQUIREMENT-EOF-SW PIC X(1) VALUE "N".
           88 REQUIREMENT-EOF VALUE "Y".
       01 SUBJECT-REF-EOF-SW PIC X(1) VALUE "N".
           88 SUBJECT-REF-EOF VALUE "Y".
       01 HISTORY-EOF-SW PIC X(1) VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 ROSTER-EOF-SW PIC X(1) VALUE "N".
           88 ROSTER-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 CREDIT-SUMMARY-EOF-SW PIC X(1) VALUE "N".
           88 CREDIT-SUMMARY-EOF VALUE "Y".
       01 PROMO-CHECK-SW PIC X(1) VALUE "N".
           88 PROMO-CHECK-ON VALUE "Y".
       01 PROMO-FOUND-SW PIC X(1) VALUE "N".
           88 PROMO-FOUND VALUE "Y".
           88 PROMO-NOT-FOUND VALUE "N".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 STUDENT-DEFICIENT-SW PIC X(1) VALUE "N".
           88 STUDENT-DEFICIENT VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY CALWORK.

      *>   Requirement card as keyed: department, grade, credits.
       01 REQ-DEPARTMENT-IN PIC X(4) VALUE SPACES.
       01 REQ-GRADE-IN PIC X(2) VALUE SPACES.
       01 REQ-GRADE-DIGITS REDEFINES REQ-GRADE-IN PIC 99.
       01 REQ-CREDITS-IN PIC X(4) VALUE SPACES.
       01 REQ-CREDITS-DIGITS REDEFINES REQ-CREDITS-IN PIC 99V99.

       01 REQ-COUNT PIC 9(3) VALUE 0.
       01 REQ-TABLE.
           02 REQ-ENTRY OCCURS 200 TIMES.
               03 RQ-DEPARTMENT PIC X(4).
               03 RQ-GRADE PIC 99.
               03 RQ-CREDITS PIC 9(3)V99.
       01 REQ-IDX PIC 9(3) VALUE 0.

      *>   Every department named by a requirement card or the
      *>   subject catalog, with the graduation requirement and the
      *>   current student's running credit total.
       01 DEPT-COUNT PIC 9(3) VALUE 0.
       01 DEPT-TABLE.
           02 DEPT-ENTRY OCCURS 20 TIMES.
               03 DP-CODE PIC X(4).
               03 DP-REQUIRED-GRAD PIC 9(3)V99.
               03 DP-GRAD-GRADE PIC 99.
               03 DP-EARNED PIC 9(3)V99.
       01 DEPT-IDX PIC 9(3) VALUE 0.
       01 DEPT-FOUND-IDX PIC 9(3) VALUE 0.
       01 DEPT-SEARCH-CODE PIC X(4) VALUE SPACES.

      *>   Retired subjects stay in the table -- credits earned while
      *>   a subject was offered still count toward graduation.
       01 SUBJ-COUNT PIC 9(3) VALUE 0.
       01 SUBJ-TABLE.
           02 SUBJ-ENTRY OCCURS 200 TIMES.
               03 SJF-CODE PIC X(3).
               03 SJF-CREDIT PIC 9V99.
               03 SJF-DEPT-IDX PIC 9(3).
       01 SUBJ-IDX PIC 9(3) VALUE 0.
       01 SUBJ-FOUND-IDX PIC 9(3) VALUE 0.
       01 SEARCH-SUBJECT PIC X(3) VALUE SPACES.

       01 CURRENT-KEY PIC X(7) VALUE SPACES.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 CK-NAME-DATE PIC 9(8) VALUE 0.
       01 ROSTER-GRADE PIC 99 VALUE 0.
       01 ROSTER-GRADE-DATE PIC 9(8) VALUE 0.
       01 PRIOR-TERM-END PIC 9(8) VALUE 0.
       01 PRIOR-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-RUN-DATE PIC 9(8) VALUE 0.
       01 STUDENT-GRADE PIC 99 VALUE 0.
       01 BEST-NOW-GRADE PIC S99 VALUE -1.
       01 REQUIRED-NOW PIC 9(3)V99 VALUE 0.
       01 SHORTFALL PIC 9(3)V99 VALUE 0.
       01 PRIOR-REPORT-GRADE PIC 99 VALUE 0.
       01 PRIOR-REPORT-STUDENT PIC 9(7) VALUE 0.
       01 FIRST-REPORT-LINE-SW PIC X(1) VALUE "Y".
           88 FIRST-REPORT-LINE VALUE "Y".

       01 CARD-COUNT PIC 9(5) VALUE 0.
       01 BAD-CARD-COUNT PIC 9(5) VALUE 0.
       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 ROSTER-COUNT PIC 9(7) VALUE 0.
       01 UNCONVERTED-COUNT PIC 9(7) VALUE 0.
       01 SUPERSEDED-COUNT PIC 9(7) VALUE 0.
       01 UNCATALOGED-COUNT PIC 9(7) VALUE 0.
       01 STUDENT-COUNT PIC 9(7) VALUE 0.
       01 INACTIVE-COUNT PIC 9(7) VALUE 0.
       01 AUDITED-COUNT PIC 9(7) VALUE 0.
       01 DEFICIENT-COUNT PIC 9(7) VALUE 0.
       01 SUMMARY-COUNT PIC 9(7) VALUE 0.
       01 GRADE-STUDENT-COUNT PIC 9(5) VALUE 0.
       01 GRADE-SHORT-COUNT PIC 9(5) VALUE 0.

       01 DEFICIT-DETAIL.
           02 DD-STUDENT-ID PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DD-DEPARTMENT PIC X(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DD-EARNED PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DD-REQUIRED-NOW PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DD-SHORTFALL PIC ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DD-REQUIRED-GRAD PIC ZZ9.99.

       PROCEDURE DIVISION.
       GRADAUDT-DRIVER.
           MOVE 0 TO HISTORY-COUNT
           MOVE 0 TO ROSTER-COUNT
           MOVE 0 TO UNCONVERTED-COUNT
           MOVE 0 TO SUPERSEDED-COUNT
           MOVE 0 TO UNCATALOGED-COUNT
           MOVE 0 TO STUDENT-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO AUDITED-COUNT
           MOVE 0 TO DEFICIENT-COUNT
           MOVE 0 TO SUMMARY-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE NOT = 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           PERFORM LOAD-REQUIREMENTS
           IF REQ-COUNT = 0
               DISPLAY "NO GRADUATION REQUIREMENTS ON FILE -- "
                       "GRADREQ EMPTY OR NOT FOUND, NOTHING AUDITED"
               GOBACK
           END-IF
           PERFORM LOAD-SUBJECT-CATALOG
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = "35"
               DISPLAY "NO HISTORY ON FILE -- SCORHIST NOT FOUND"
               GOBACK
           END-IF
           CLOSE HISTORY-FILE
           PERFORM OPEN-PROMOTION-FILE
           PERFORM OPEN-MASTER-FOR-CHECK
           OPEN OUTPUT CREDIT-SUMMARY-FILE
      *>   Pass one: history and roster by student, term and
      *>   subject, latest run first so the earlier runs of a subject
      *>   in the term can be passed over; each student break totals
      *>   one student.
           SORT SORT-FILE
               ON ASCENDING KEY SR-STUDENT-ID SR-TERM-END SR-SUBJECT
               ON DESCENDING KEY SR-RUN-DATE
               ON ASCENDING KEY SR-TYPE
               INPUT PROCEDURE IS RELEASE-HISTORY-AND-ROSTER
               OUTPUT PROCEDURE IS TOTAL-SORTED-STUDENTS
           CLOSE CREDIT-SUMMARY-FILE
           PERFORM CLOSE-PROMOTION-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
      *>   Pass two: the short departments by grade and name.
           OPEN OUTPUT DEFICIT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON ASCENDING KEY DS-KEY
               INPUT PROCEDURE IS RELEASE-SHORT-DEPARTMENTS
               OUTPUT PROCEDURE IS PRINT-DEFICIENCY-REPORT
           PERFORM WRITE-REPORT-TOTALS
           CLOSE DEFICIT-REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-REQUIREMENTS.
           MOVE 0 TO REQ-COUNT
           MOVE 0 TO DEPT-COUNT
           MOVE 0 TO CARD-COUNT
           MOVE 0 TO BAD-CARD-COUNT
           MOVE "N" TO REQUIREMENT-EOF-SW
           OPEN INPUT REQUIREMENT-FILE
           IF REQUIREMENT-STATUS = "35"
               CONTINUE
           ELSE
               READ REQUIREMENT-FILE
                   AT END SET REQUIREMENT-EOF TO TRUE
               END-READ
               PERFORM UNTIL REQUIREMENT-EOF
                   IF REQUIREMENT-CARD NOT = SPACES
                           AND REQUIREMENT-CARD(1:1) NOT = "*"
                       ADD 1 TO CARD-COUNT
                       PERFORM APPLY-REQUIREMENT-CARD
                   END-IF
                   READ REQUIREMENT-FILE
                       AT END SET REQUIREMENT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
           END-IF
           DISPLAY "REQUIREMENT CARDS LOADED  . " REQ-COUNT
           IF BAD-CARD-COUNT > 0
               DISPLAY "REQUIREMENT CARDS IGNORED . " BAD-CARD-COUNT
           END-IF.

       APPLY-REQUIREMENT-CARD.
           MOVE SPACES TO REQ-DEPARTMENT-IN
           MOVE SPACES TO REQ-GRADE-IN
           MOVE SPACES TO REQ-CREDITS-IN
           UNSTRING REQUIREMENT-CARD DELIMITED BY ALL " "
               INTO REQ-DEPARTMENT-IN REQ-GRADE-IN REQ-CREDITS-IN
           END-UNSTRING
           EVALUATE TRUE
               WHEN REQ-DEPARTMENT-IN = SPACES
                   OR REQ-GRADE-IN IS NOT NUMERIC
                   OR REQ-CREDITS-IN IS NOT NUMERIC
                   ADD 1 TO BAD-CARD-COUNT
                   DISPLAY "BAD REQUIREMENT CARD IGNORED: "
                           REQUIREMENT-CARD(1:40)
               WHEN REQ-GRADE-DIGITS > 12
                   ADD 1 TO BAD-CARD-COUNT
                   DISPLAY "GRADE OUT OF RANGE, CARD IGNORED: "
                           REQUIREMENT-CARD(1:40)
               WHEN REQ-COUNT >= 200
                   ADD 1 TO BAD-CARD-COUNT
                   DISPLAY "REQUIREMENT TABLE FULL, CARD IGNORED: "
                           REQUIREMENT-CARD(1:40)
               WHEN OTHER
                   MOVE REQ-DEPARTMENT-IN TO DEPT-SEARCH-CODE
                   PERFORM FIND-OR-ADD-DEPARTMENT
                   IF DEPT-FOUND-IDX = 0
                       ADD 1 TO BAD-CARD-COUNT
                       DISPLAY "TOO MANY DEPARTMENTS, CARD IGNORED: "
                               REQUIREMENT-CARD(1:40)
                   ELSE
                       ADD 1 TO REQ-COUNT
                       MOVE REQ-DEPARTMENT-IN TO RQ-DEPARTMENT(REQ-COUNT)
                       MOVE REQ-GRADE-DIGITS TO RQ-GRADE(REQ-COUNT)
                       MOVE REQ-CREDITS-DIGITS TO RQ-CREDITS(REQ-COUNT)
      *>   The department's highest-grade card is what it takes to
      *>   graduate.
                       IF DP-REQUIRED-GRAD(DEPT-FOUND-IDX) = 0
                               OR REQ-GRADE-DIGITS >=
                                  DP-GRAD-GRADE(DEPT-FOUND-IDX)
                           MOVE REQ-GRADE-DIGITS
                               TO DP-GRAD-GRADE(DEPT-FOUND-IDX)
                           MOVE REQ-CREDITS-DIGITS
                               TO DP-REQUIRED-GRAD(DEPT-FOUND-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

      *>   Returns the department's slot in DEPT-FOUND-IDX, adding it
      *>   when new; zero means the table is full.
       FIND-OR-ADD-DEPARTMENT.
           MOVE 0 TO DEPT-FOUND-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT OR DEPT-FOUND-IDX > 0
               IF DP-CODE(DEPT-IDX) = DEPT-SEARCH-CODE
                   MOVE DEPT-IDX TO DEPT-FOUND-IDX
               END-IF
           END-PERFORM
           IF DEPT-FOUND-IDX = 0 AND DEPT-COUNT < 20
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-SEARCH-CODE TO DP-CODE(DEPT-COUNT)
               MOVE 0 TO DP-REQUIRED-GRAD(DEPT-COUNT)
               MOVE 0 TO DP-GRAD-GRADE(DEPT-COUNT)
               MOVE 0 TO DP-EARNED(DEPT-COUNT)
               MOVE DEPT-COUNT TO DEPT-FOUND-IDX
           END-IF.

       LOAD-SUBJECT-CATALOG.
           MOVE 0 TO SUBJ-COUNT
           MOVE "N" TO SUBJECT-REF-EOF-SW
           OPEN INPUT SUBJECT-REF-FILE
           IF SUBJECT-REF-STATUS = "35"
               DISPLAY "WARNING -- NO SUBJECT CATALOG ON FILE, "
                       "NO CREDITS CAN BE EARNED"
           ELSE
               READ SUBJECT-REF-FILE
                   AT END SET SUBJECT-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SUBJECT-REF-EOF
                   IF SUBJ-COUNT < 200
                       MOVE SB-DEPARTMENT TO DEPT-SEARCH-CODE
                       PERFORM FIND-OR-ADD-DEPARTMENT
                       IF DEPT-FOUND-IDX = 0
                           DISPLAY "TOO MANY DEPARTMENTS -- NO CREDIT "
                                   "FOR SUBJECT " SB-SUBJECT-CODE
                       ELSE
                           ADD 1 TO SUBJ-COUNT
                           MOVE SB-SUBJECT-CODE TO SJF-CODE(SUBJ-COUNT)
                           MOVE SB-CREDIT-WEIGHT
                               TO SJF-CREDIT(SUBJ-COUNT)
                           MOVE DEPT-FOUND-IDX
                               TO SJF-DEPT-IDX(SUBJ-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "SUBJECT CATALOG TABLE FULL -- "
                               "NO CREDIT FOR " SB-SUBJECT-CODE
                   END-IF
                   READ SUBJECT-REF-FILE
                       AT END SET SUBJECT-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-REF-FILE
           END-IF.

       RELEASE-HISTORY-AND-ROSTER.
           MOVE "N" TO HISTORY-EOF-SW
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           PERFORM UNTIL HISTORY-EOF
               ADD 1 TO HISTORY-COUNT
      *>   History posted before the permanent ID existed cannot be
      *>   credited to anyone until the conversion run re-keys it.
               IF HI-STUDENT-ID = 0
                   ADD 1 TO UNCONVERTED-COUNT
               ELSE
                   MOVE HI-STUDENT-ID TO SR-STUDENT-ID
                   MOVE HI-RUN-DATE TO SR-RUN-DATE
                   PERFORM FIND-RUN-DATE-TERM
                   MOVE "H" TO SR-TYPE
                   MOVE HI-NAME TO SR-NAME
                   MOVE 0 TO SR-GRADE
                   IF HI-SUBJECT = SPACES
                       MOVE "GEN" TO SR-SUBJECT
                   ELSE
                       MOVE HI-SUBJECT TO SR-SUBJECT
                   END-IF
                   MOVE HI-PASS-FAIL TO SR-PASS-FAIL
                   RELEASE SORT-RECORD
               END-IF
               READ HISTORY-FILE
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE "N" TO ROSTER-EOF-SW
           OPEN INPUT ROSTER-OUT-FILE
           IF ROSTER-OUT-STATUS = "35"
               DISPLAY "NO ROSTER RESULTS ON FILE -- GRADES TAKEN "
                       "FROM PROMOFIL ONLY"
           ELSE
               READ ROSTER-OUT-FILE
                   AT END SET ROSTER-EOF TO TRUE
               END-READ
               PERFORM UNTIL ROSTER-EOF
      *>   Batch balancing control records are not student records.
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                           AND CR-STUDENT-ID NOT = 0
                       ADD 1 TO ROSTER-COUNT
                       MOVE CR-STUDENT-ID TO SR-STUDENT-ID
                       MOVE CR-RUN-DATE TO SR-RUN-DATE
                       MOVE 0 TO SR-TERM-END
                       MOVE "R" TO SR-TYPE
                       MOVE CR-NAME TO SR-NAME
                       MOVE CR-GRADE TO SR-GRADE
                       MOVE SPACES TO SR-SUBJECT
                       MOVE SPACE TO SR-PASS-FAIL
                       RELEASE SORT-RECORD
                   END-IF
                   READ ROSTER-OUT-FILE
                       AT END SET ROSTER-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-OUT-FILE
           END-IF.

      *>   The calendar term a run falls in is keyed by its last day;
      *>   with no calendar term the run stands on its own date and
      *>   nothing is superseded.
       FIND-RUN-DATE-TERM.
           MOVE "T" TO CAL-FUNCTION
           MOVE SR-RUN-DATE TO CAL-DATE
           CALL "CALCHECK" USING CAL-FUNCTION, CAL-DATE, CAL-END-DATE,
                   CAL-RESULT-SW, CAL-DAY-COUNT, CAL-TERM-ID,
                   CAL-TERM-START, CAL-TERM-END, CAL-ON-FILE-SW
           IF CAL-TERM-FOUND
               MOVE CAL-TERM-END TO SR-TERM-END
           ELSE
               MOVE SR-RUN-DATE TO SR-TERM-END
           END-IF.

       TOTAL-SORTED-STUDENTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-KEY
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-STUDENT-ID NOT = CURRENT-KEY
                   IF CURRENT-KEY NOT = SPACES
                       PERFORM FINISH-ONE-STUDENT
                   END-IF
                   MOVE SR-STUDENT-ID TO CURRENT-KEY
                   MOVE 0 TO CK-NAME-DATE
                   MOVE 0 TO ROSTER-GRADE
                   MOVE 0 TO ROSTER-GRADE-DATE
                   MOVE 0 TO PRIOR-TERM-END
                   MOVE SPACES TO PRIOR-SUBJECT
                   MOVE 0 TO PRIOR-RUN-DATE
                   PERFORM VARYING DEPT-IDX FROM 1 BY 1
                           UNTIL DEPT-IDX > DEPT-COUNT
                       MOVE 0 TO DP-EARNED(DEPT-IDX)
                   END-PERFORM
               END-IF
      *>   The latest name and roster grade win, whatever order the
      *>   terms and subjects bring them in.
               IF SR-RUN-DATE NOT < CK-NAME-DATE
                   MOVE SR-NAME TO CK-NAME
                   MOVE SR-RUN-DATE TO CK-NAME-DATE
               END-IF
               IF SR-TYPE = "R"
                   IF SR-RUN-DATE NOT < ROSTER-GRADE-DATE
                       MOVE SR-GRADE TO ROSTER-GRADE
                       MOVE SR-RUN-DATE TO ROSTER-GRADE-DATE
                   END-IF
               ELSE
      *>   An earlier run of a subject already seen this term was
      *>   superseded by the later one; only the latest counts.
                   IF SR-TERM-END = PRIOR-TERM-END
                           AND SR-SUBJECT = PRIOR-SUBJECT
                           AND SR-RUN-DATE < PRIOR-RUN-DATE
                       ADD 1 TO SUPERSEDED-COUNT
                   ELSE
                       MOVE SR-TERM-END TO PRIOR-TERM-END
                       MOVE SR-SUBJECT TO PRIOR-SUBJECT
                       MOVE SR-RUN-DATE TO PRIOR-RUN-DATE
                       IF SR-PASS-FAIL = "P"
                           PERFORM CREDIT-PASSED-SUBJECT
                       END-IF
                   END-IF
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-KEY NOT = SPACES
               PERFORM FINISH-ONE-STUDENT
           END-IF.

      *>   A blank subject is the GEN catch-all, as everywhere else.
      *>   A subject missing from the catalog has no department to
      *>   credit and is only counted.
       CREDIT-PASSED-SUBJECT.
           IF SR-SUBJECT = SPACES
               MOVE "GEN" TO SEARCH-SUBJECT
           ELSE
               MOVE SR-SUBJECT TO SEARCH-SUBJECT
           END-IF
           MOVE 0 TO SUBJ-FOUND-IDX
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT OR SUBJ-FOUND-IDX > 0
               IF SJF-CODE(SUBJ-IDX) = SEARCH-SUBJECT
                   MOVE SUBJ-IDX TO SUBJ-FOUND-IDX
               END-IF
           END-PERFORM
           IF SUBJ-FOUND-IDX = 0
               ADD 1 TO UNCATALOGED-COUNT
           ELSE
               MOVE SJF-DEPT-IDX(SUBJ-FOUND-IDX) TO DEPT-IDX
               IF SJF-CREDIT(SUBJ-FOUND-IDX) IS NUMERIC
                   ADD SJF-CREDIT(SUBJ-FOUND-IDX) TO DP-EARNED(DEPT-IDX)
               END-IF
           END-IF.

       FINISH-ONE-STUDENT.
           ADD 1 TO STUDENT-COUNT
           PERFORM CHECK-STUDENT-ACTIVE
           IF STUDENT-INACTIVE
               ADD 1 TO INACTIVE-COUNT
           ELSE
               ADD 1 TO AUDITED-COUNT
               PERFORM LOOK-UP-PROMOTED-GRADE
               IF PROMO-FOUND
                   MOVE PR-NEW-GRADE TO STUDENT-GRADE
               ELSE
                   MOVE ROSTER-GRADE TO STUDENT-GRADE
               END-IF
               MOVE "N" TO STUDENT-DEFICIENT-SW
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-COUNT
                   PERFORM WRITE-DEPARTMENT-SUMMARY
               END-PERFORM
               IF STUDENT-DEFICIENT
                   ADD 1 TO DEFICIENT-COUNT
               END-IF
           END-IF.

      *>   Expected credits are the latest card for the department
      *>   below the student's grade; a department with no card that
      *>   early expects nothing yet.
       WRITE-DEPARTMENT-SUMMARY.
           MOVE 0 TO REQUIRED-NOW
           MOVE -1 TO BEST-NOW-GRADE
           PERFORM VARYING REQ-IDX FROM 1 BY 1
                   UNTIL REQ-IDX > REQ-COUNT
               IF RQ-DEPARTMENT(REQ-IDX) = DP-CODE(DEPT-IDX)
                       AND RQ-GRADE(REQ-IDX) < STUDENT-GRADE
                       AND RQ-GRADE(REQ-IDX) > BEST-NOW-GRADE
                   MOVE RQ-GRADE(REQ-IDX) TO BEST-NOW-GRADE
                   MOVE RQ-CREDITS(REQ-IDX) TO REQUIRED-NOW
               END-IF
           END-PERFORM
           IF DP-EARNED(DEPT-IDX) > 0 OR DP-REQUIRED-GRAD(DEPT-IDX) > 0
               IF DP-EARNED(DEPT-IDX) < REQUIRED-NOW
                   COMPUTE SHORTFALL = REQUIRED-NOW - DP-EARNED(DEPT-IDX)
                   SET STUDENT-DEFICIENT TO TRUE
               ELSE
                   MOVE 0 TO SHORTFALL
               END-IF
               MOVE CURRENT-KEY TO CS-STUDENT-ID
               MOVE CK-NAME TO CS-NAME
               MOVE STUDENT-GRADE TO CS-GRADE
               MOVE DP-CODE(DEPT-IDX) TO CS-DEPARTMENT
               MOVE DP-EARNED(DEPT-IDX) TO CS-EARNED
               MOVE REQUIRED-NOW TO CS-REQUIRED-NOW
               MOVE DP-REQUIRED-GRAD(DEPT-IDX) TO CS-REQUIRED-GRAD
               MOVE SHORTFALL TO CS-SHORTFALL
               MOVE RUN-DATE TO CS-RUN-DATE
               WRITE CREDIT-SUMMARY-RECORD
               ADD 1 TO SUMMARY-COUNT
           END-IF.

       RELEASE-SHORT-DEPARTMENTS.
           MOVE "N" TO CREDIT-SUMMARY-EOF-SW
           OPEN INPUT CREDIT-SUMMARY-FILE
           READ CREDIT-SUMMARY-FILE
               AT END SET CREDIT-SUMMARY-EOF TO TRUE
           END-READ
           PERFORM UNTIL CREDIT-SUMMARY-EOF
               IF CS-SHORTFALL > 0
                   MOVE CS-GRADE TO DS-GRADE
                   MOVE CS-NAME TO DS-NAME
                   MOVE CS-STUDENT-ID TO DS-STUDENT-ID
                   MOVE CS-DEPARTMENT TO DS-DEPARTMENT
                   MOVE CS-EARNED TO DS-EARNED
                   MOVE CS-REQUIRED-NOW TO DS-REQUIRED-NOW
                   MOVE CS-SHORTFALL TO DS-SHORTFALL
                   MOVE CS-REQUIRED-GRAD TO DS-REQUIRED-GRAD
                   RELEASE DEFICIT-SORT-RECORD
               END-IF
               READ CREDIT-SUMMARY-FILE
                   AT END SET CREDIT-SUMMARY-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CREDIT-SUMMARY-FILE.

       PRINT-DEFICIENCY-REPORT.
           MOVE "N" TO SORT-EOF-SW
           MOVE "Y" TO FIRST-REPORT-LINE-SW
           MOVE 0 TO PRIOR-REPORT-STUDENT
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF FIRST-REPORT-LINE OR DS-GRADE NOT = PRIOR-REPORT-GRADE
                   IF NOT FIRST-REPORT-LINE
                       PERFORM WRITE-GRADE-TOTALS
                   END-IF
                   MOVE "N" TO FIRST-REPORT-LINE-SW
                   MOVE DS-GRADE TO PRIOR-REPORT-GRADE
                   MOVE 0 TO PRIOR-REPORT-STUDENT
                   MOVE 0 TO GRADE-STUDENT-COUNT
                   MOVE 0 TO GRADE-SHORT-COUNT
                   PERFORM WRITE-GRADE-HEADING
               END-IF
               PERFORM WRITE-DEFICIT-DETAIL
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF NOT FIRST-REPORT-LINE
               PERFORM WRITE-GRADE-TOTALS
           END-IF.

       WRITE-GRADE-HEADING.
           MOVE SPACES TO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE
           MOVE SPACES TO DEFICIT-REPORT-LINE
           STRING "GRADE " DS-GRADE
               DELIMITED BY SIZE INTO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE
           MOVE SPACES TO DEFICIT-REPORT-LINE
           STRING "ID       NAME                            DEPT   "
               "EARNED   EXPECTED   SHORT   TO GRADUATE"
               DELIMITED BY SIZE INTO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE.

      *>   The student's ID and name print on their first short
      *>   department only.
       WRITE-DEFICIT-DETAIL.
           IF DS-STUDENT-ID NOT = PRIOR-REPORT-STUDENT
               MOVE DS-STUDENT-ID TO PRIOR-REPORT-STUDENT
               MOVE DS-STUDENT-ID TO DD-STUDENT-ID
               MOVE DS-NAME TO DD-NAME
               ADD 1 TO GRADE-STUDENT-COUNT
           ELSE
               MOVE SPACES TO DD-STUDENT-ID
               MOVE SPACES TO DD-NAME
           END-IF
           ADD 1 TO GRADE-SHORT-COUNT
           MOVE DS-DEPARTMENT TO DD-DEPARTMENT
           MOVE DS-EARNED TO DD-EARNED
           MOVE DS-REQUIRED-NOW TO DD-REQUIRED-NOW
           MOVE DS-SHORTFALL TO DD-SHORTFALL
           MOVE DS-REQUIRED-GRAD TO DD-REQUIRED-GRAD
           WRITE DEFICIT-REPORT-LINE FROM DEFICIT-DETAIL.

       WRITE-GRADE-TOTALS.
           MOVE SPACES TO DEFICIT-REPORT-LINE
           STRING "  GRADE " PRIOR-REPORT-GRADE
               "  STUDENTS SHORT " GRADE-STUDENT-COUNT
               "  DEPARTMENTS SHORT " GRADE-SHORT-COUNT
               DELIMITED BY SIZE INTO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO DEFICIT-REPORT-LINE
           STRING "GRADUATION CREDIT DEFICIENCY REPORT -- RUN DATE "
               RUN-DATE
               DELIMITED BY SIZE INTO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE
           MOVE ALL "-" TO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE
           MOVE ALL "-" TO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE
           MOVE SPACES TO DEFICIT-REPORT-LINE
           STRING "STUDENTS AUDITED " AUDITED-COUNT
               "  SHORT OF CREDITS " DEFICIENT-COUNT
               "  NOT ACTIVE, SKIPPED " INACTIVE-COUNT
               DELIMITED BY SIZE INTO DEFICIT-REPORT-LINE
           WRITE DEFICIT-REPORT-LINE.

       OPEN-PROMOTION-FILE.
           MOVE "N" TO PROMO-CHECK-SW
           OPEN INPUT PROMOTION-FILE
           IF PROMOTION-STATUS = "35"
               DISPLAY "NO PROMOTION DECISIONS ON FILE -- GRADES "
                       "TAKEN FROM ROSTEROUT"
           ELSE
               MOVE "Y" TO PROMO-CHECK-SW
           END-IF.

       CLOSE-PROMOTION-FILE.
           IF PROMO-CHECK-ON
               CLOSE PROMOTION-FILE
           END-IF.

       LOOK-UP-PROMOTED-GRADE.
           SET PROMO-NOT-FOUND TO TRUE
           IF PROMO-CHECK-ON
               MOVE CURRENT-KEY TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PROMO-FOUND TO TRUE
               END-READ
           END-IF.

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
               MOVE CURRENT-KEY TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           SET STUDENT-INACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE "GRADAUDT" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = HISTORY-COUNT + ROSTER-COUNT
           MOVE SUMMARY-COUNT TO AUD-WRITE-COUNT
           MOVE DEFICIENT-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           MOVE RUN-DATE TO AUD-RUN-DATE
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "HISTORY RECORDS READ  . . . " HISTORY-COUNT
           DISPLAY "  WITHOUT A STUDENT ID  . . " UNCONVERTED-COUNT
           DISPLAY "  SUPERSEDED BY A LATER RUN " SUPERSEDED-COUNT
           DISPLAY "  PASSED, NOT ON CATALOG  . " UNCATALOGED-COUNT
           DISPLAY "STUDENTS FOUND  . . . . . . " STUDENT-COUNT
           DISPLAY "  NOT ACTIVE, SKIPPED . . . " INACTIVE-COUNT
           DISPLAY "  AUDITED . . . . . . . . . " AUDITED-COUNT
           DISPLAY "  SHORT OF CREDITS  . . . . " DEFICIENT-COUNT
           DISPLAY "CREDIT SUMMARY RECORDS  . . " SUMMARY-COUNT
           DISPLAY "-------------------------------------------"
           DISPLAY "DEFICIENCY REPORT WRITTEN TO DEFICRPT".
