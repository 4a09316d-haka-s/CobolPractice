           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUANCY.
      *>****************************************************************
      *> Tiered truancy notices.  Every student's cumulative absences
      *> on ATTTOTL (all sections, all months on file -- the totals
      *> file holds the school year in progress) are measured against
      *> the TRUANCY-TIER1/2/3 run parameters.  A student who has
      *> reached a tier higher than any notice already on the TRUHIST
      *> notice history for this school year gets that tier's letter,
      *> addressed to the guardian from the GUARDIAN master the way
      *> LETTERS does it, and a history record, so nobody is sent the
      *> same tier twice in a year.  The school year starts July 1,
      *> the way ROLLOVER closes it: notices dated before then were
      *> sent on last year's absences and do not count, since
      *> ROLLOVER empties ATTTOTL but keeps TRUHIST as the record of
      *> what was mailed.  A student reaching the top tier is also
      *> written to CNTYREFR as a referral to the county agency, in
      *> the county's own name layout alongside the CNTYRSLT return
      *> feed.  The history and the totals are SORTed together by
      *> student (the same verb GRADAUDT uses); a second sort prints
      *> the status report to TRUSTAT -- every student at each tier,
      *> with the absences and the date of the last notice.  Students
      *> the enrollee master shows as no longer active get no letter.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-TOTAL-STATUS.
           SELECT NOTICE-HISTORY-FILE ASSIGN TO "TRUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-HISTORY-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT STATUS-WORK-FILE ASSIGN TO "TRUWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-WORK-STATUS.
           SELECT LETTER-FILE ASSIGN TO "TRULTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTER-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO "CNTYREFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERRAL-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "TRUSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REPORT-STATUS.
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
       FD  ATTEND-TOTAL-FILE.
       COPY ATTHREC.

       FD  NOTICE-HISTORY-FILE.
       COPY TRUHREC.

      *>   The first sort merges the totals and the notice history by
      *>   student; the second reorders the status lines by tier.
       SD  SORT-FILE.
       01 SORT-RECORD.
           02 SR-KEY.
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-TYPE PIC X(1).
           02 SR-NAME PIC X(30).
           02 SR-SSN-MASKED PIC X(11).
           02 SR-ABSENCES PIC 9(5).
           02 SR-TIER PIC 9.
           02 SR-NOTICE-DATE PIC 9(8).
       01 STATUS-SORT-RECORD.
           02 SS-KEY.
               03 SS-TIER PIC 9.
               03 SS-NAME PIC X(30).
               03 SS-STUDENT-ID PIC 9(7).
           02 SS-ABSENCES PIC 9(5).
           02 SS-LAST-NOTICE PIC 9(8).
           02 SS-NEW-SW PIC X(1).

       FD  STATUS-WORK-FILE.
       01 STATUS-WORK-RECORD.
           02 SW-TIER PIC 9.
           02 SW-NAME PIC X(30).
           02 SW-STUDENT-ID PIC 9(7).
           02 SW-ABSENCES PIC 9(5).
           02 SW-LAST-NOTICE PIC 9(8).
           02 SW-NEW-SW PIC X(1).

       FD  LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD  REFERRAL-FILE.
       01 REFERRAL-RECORD.
           02 RF-LAST-NAME PIC X(20).
           02 RF-FIRST-NAME PIC X(15).
           02 RF-SSN-MASKED PIC X(11).
           02 RF-STUDENT-ID PIC 9(7).
           02 RF-ABSENCES PIC 9(5).
           02 RF-REFERRAL-DATE PIC 9(8).
           02 RF-GUARDIAN-NAME PIC X(30).
           02 RF-STREET PIC X(25).
           02 RF-CITY PIC X(15).
           02 RF-STATE PIC X(2).
           02 RF-ZIP PIC X(5).

       FD  STATUS-REPORT-FILE.
       01 STATUS-REPORT-LINE PIC X(90).

       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 NOTICE-HISTORY-STATUS PIC XX VALUE "00".
       01 STATUS-WORK-STATUS PIC XX VALUE "00".
       01 LETTER-STATUS PIC XX VALUE "00".
       01 REFERRAL-STATUS PIC XX VALUE "00".
       01 STATUS-REPORT-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 TOTAL-EOF-SW PIC X(1) VALUE "N".
           88 TOTAL-EOF VALUE "Y".
       01 NOTICE-EOF-SW PIC X(1) VALUE "N".
           88 NOTICE-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 STATUS-WORK-EOF-SW PIC X(1) VALUE "N".
           88 STATUS-WORK-EOF VALUE "Y".
       01 GUARD-CHECK-SW PIC X(1) VALUE "N".
           88 GUARD-CHECK-ON VALUE "Y".
       01 GUARD-FOUND-SW PIC X(1) VALUE "N".
           88 GUARD-FOUND VALUE "Y".
           88 GUARD-NOT-FOUND VALUE "N".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-DATE-PARTS REDEFINES RUN-DATE.
           02 RUN-YEAR PIC 9(4).
           02 RUN-MONTH-DAY PIC 9(4).
       01 SCHOOL-YEAR-START PIC 9(8) VALUE 0.
       COPY AUDITWK.
       COPY RUNPARM.

       01 CURRENT-KEY PIC X(7) VALUE SPACES.
       01 CK-STUDENT-ID PIC 9(7) VALUE 0.
       01 CK-NAME PIC X(30) VALUE SPACES.
       01 CK-SSN-MASKED PIC X(11) VALUE SPACES.
       01 CK-ABSENCES PIC 9(5) VALUE 0.
       01 CK-SENT-TIER PIC 9 VALUE 0.
       01 CK-LAST-NOTICE PIC 9(8) VALUE 0.
       01 CK-REACHED-TIER PIC 9 VALUE 0.
       01 CK-NEW-SW PIC X(1) VALUE SPACE.

       01 TOTAL-ROW-COUNT PIC 9(7) VALUE 0.
       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 CURRENT-NOTICE-COUNT PIC 9(7) VALUE 0.
       01 UNCONVERTED-COUNT PIC 9(7) VALUE 0.
       01 STUDENT-COUNT PIC 9(7) VALUE 0.
       01 INACTIVE-COUNT PIC 9(5) VALUE 0.
       01 NOTICE-COUNT PIC 9(5) VALUE 0.
       01 TIER-NOTICE-TABLE.
           02 TIER-NOTICE-COUNT PIC 9(5) OCCURS 3 TIMES.
       01 REFERRAL-COUNT PIC 9(5) VALUE 0.
       01 STATUS-COUNT PIC 9(5) VALUE 0.
       01 TIER-STATUS-TABLE.
           02 TIER-STATUS-COUNT PIC 9(5) OCCURS 3 TIMES.
       01 TIER-IDX PIC 9 VALUE 0.
       01 PRIOR-STATUS-TIER PIC 9 VALUE 0.

       01 NAME-LEN PIC 9(3) COMP VALUE 0.
       01 NAME-IDX PIC 9(3) COMP VALUE 0.
       01 CITY-LEN PIC 9(3) COMP VALUE 0.
       01 SPACE-POS PIC 9(3) COMP VALUE 0.
       01 SPLIT-NAME PIC X(30) VALUE SPACES.

       01 NO-GUARDIAN-COUNT PIC 9(5) VALUE 0.
       01 NO-GUARDIAN-LIST-COUNT PIC 9(3) VALUE 0.
       01 NO-GUARDIAN-TABLE.
           02 NO-GUARDIAN-ENTRY PIC X(42) OCCURS 100 TIMES.
       01 NO-GUARDIAN-IDX PIC 9(3) VALUE 0.

       01 STATUS-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-STUDENT-ID PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-ABSENCES PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SD-LAST-NOTICE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-NEW PIC X(16).

       PROCEDURE DIVISION.
       TRUANCY-DRIVER.
           MOVE 0 TO TOTAL-ROW-COUNT
           MOVE 0 TO HISTORY-COUNT
           MOVE 0 TO CURRENT-NOTICE-COUNT
           MOVE 0 TO UNCONVERTED-COUNT
           MOVE 0 TO STUDENT-COUNT
           MOVE 0 TO INACTIVE-COUNT
           MOVE 0 TO NOTICE-COUNT
           MOVE 0 TO REFERRAL-COUNT
           MOVE 0 TO STATUS-COUNT
           MOVE 0 TO NO-GUARDIAN-COUNT
           MOVE 0 TO NO-GUARDIAN-LIST-COUNT
           PERFORM VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 3
               MOVE 0 TO TIER-NOTICE-COUNT(TIER-IDX)
               MOVE 0 TO TIER-STATUS-COUNT(TIER-IDX)
           END-PERFORM
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           IF RUN-MONTH-DAY < 0701
               COMPUTE SCHOOL-YEAR-START = (RUN-YEAR - 1) * 10000 + 701
           ELSE
               COMPUTE SCHOOL-YEAR-START = RUN-YEAR * 10000 + 701
           END-IF
           DISPLAY "TRUANCY NOTICE RUN STARTING FOR " RUN-DATE
      *>   Tiers must climb, or a student could pass the top tier
      *>   without ever reaching the one below it.
           IF PARM-TRUANCY-TIER2 NOT > PARM-TRUANCY-TIER1
                   OR PARM-TRUANCY-TIER3 NOT > PARM-TRUANCY-TIER2
               DISPLAY "TRUANCY TIERS OUT OF ORDER ("
                       PARM-TRUANCY-TIER1 "/" PARM-TRUANCY-TIER2 "/"
                       PARM-TRUANCY-TIER3 ") -- RUN ABORTED"
               GOBACK
           END-IF
           OPEN INPUT ATTEND-TOTAL-FILE
           IF ATTEND-TOTAL-STATUS = "35"
               DISPLAY "NO ATTENDANCE TOTALS ON FILE -- ATTTOTL "
                       "NOT FOUND"
               GOBACK
           END-IF
           CLOSE ATTEND-TOTAL-FILE
           PERFORM OPEN-GUARDIAN-FILE
           PERFORM OPEN-MASTER-FOR-CHECK
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REFERRAL-FILE
           OPEN OUTPUT STATUS-WORK-FILE
      *>   Pass one: totals and notice history by student; each key
      *>   break measures one student and sends any notice due.
           SORT SORT-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS RELEASE-TOTALS-AND-NOTICES
               OUTPUT PROCEDURE IS MEASURE-SORTED-STUDENTS
           CLOSE STATUS-WORK-FILE
           CLOSE REFERRAL-FILE
           PERFORM PRINT-NO-GUARDIAN-EXCEPTIONS
           CLOSE LETTER-FILE
           PERFORM CLOSE-GUARDIAN-FILE
           PERFORM CLOSE-MASTER-AFTER-CHECK
      *>   Pass two: the status lines by tier, highest first.
           OPEN OUTPUT STATUS-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           SORT SORT-FILE
               ON DESCENDING KEY SS-TIER
               ON ASCENDING KEY SS-NAME SS-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-STATUS-LINES
               OUTPUT PROCEDURE IS PRINT-STATUS-REPORT
           PERFORM WRITE-REPORT-TOTALS
           CLOSE STATUS-REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   Totals rows posted before permanent IDs existed cannot be
      *>   tied to a student and are only counted.
       RELEASE-TOTALS-AND-NOTICES.
           MOVE "N" TO TOTAL-EOF-SW
           OPEN INPUT ATTEND-TOTAL-FILE
           READ ATTEND-TOTAL-FILE
               AT END SET TOTAL-EOF TO TRUE
           END-READ
           PERFORM UNTIL TOTAL-EOF
               ADD 1 TO TOTAL-ROW-COUNT
               IF AH-STUDENT-ID IS NOT NUMERIC OR AH-STUDENT-ID = 0
                   ADD 1 TO UNCONVERTED-COUNT
               ELSE
                   MOVE AH-STUDENT-ID TO SR-STUDENT-ID
                   MOVE "A" TO SR-TYPE
                   MOVE AH-NAME TO SR-NAME
                   MOVE AH-SSN-MASKED TO SR-SSN-MASKED
                   MOVE AH-ABSENT-COUNT TO SR-ABSENCES
                   MOVE 0 TO SR-TIER
                   MOVE 0 TO SR-NOTICE-DATE
                   RELEASE SORT-RECORD
               END-IF
               READ ATTEND-TOTAL-FILE
                   AT END SET TOTAL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ATTEND-TOTAL-FILE
           MOVE "N" TO NOTICE-EOF-SW
           OPEN INPUT NOTICE-HISTORY-FILE
           IF NOTICE-HISTORY-STATUS = "35"
               DISPLAY "NO NOTICE HISTORY ON FILE -- FIRST TRUANCY RUN"
           ELSE
               READ NOTICE-HISTORY-FILE
                   AT END SET NOTICE-EOF TO TRUE
               END-READ
               PERFORM UNTIL NOTICE-EOF
                   ADD 1 TO HISTORY-COUNT
                   IF TN-NOTICE-DATE NOT < SCHOOL-YEAR-START
                       ADD 1 TO CURRENT-NOTICE-COUNT
                       MOVE TN-STUDENT-ID TO SR-STUDENT-ID
                       MOVE "N" TO SR-TYPE
                       MOVE TN-NAME TO SR-NAME
                       MOVE SPACES TO SR-SSN-MASKED
                       MOVE 0 TO SR-ABSENCES
                       MOVE TN-TIER TO SR-TIER
                       MOVE TN-NOTICE-DATE TO SR-NOTICE-DATE
                       RELEASE SORT-RECORD
                   END-IF
                   READ NOTICE-HISTORY-FILE
                       AT END SET NOTICE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE NOTICE-HISTORY-FILE
           END-IF
           DISPLAY "ATTENDANCE TOTAL ROWS . . . . " TOTAL-ROW-COUNT
           DISPLAY "NOTICES ON HISTORY  . . . . . " HISTORY-COUNT
           DISPLAY "NOTICES THIS SCHOOL YEAR  . . "
                   CURRENT-NOTICE-COUNT.

      *>   The notice history is read in full by the input procedure
      *>   before the first RETURN, so new notices append safely.
       MEASURE-SORTED-STUDENTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-KEY
           OPEN EXTEND NOTICE-HISTORY-FILE
           IF NOTICE-HISTORY-STATUS = "35"
               OPEN OUTPUT NOTICE-HISTORY-FILE
           END-IF
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SR-STUDENT-ID NOT = CURRENT-KEY
                   IF CURRENT-KEY NOT = SPACES
                       PERFORM FINISH-ONE-STUDENT
                   END-IF
                   MOVE SR-STUDENT-ID TO CURRENT-KEY
                   MOVE SR-STUDENT-ID TO CK-STUDENT-ID
                   MOVE SR-NAME TO CK-NAME
                   MOVE SPACES TO CK-SSN-MASKED
                   MOVE 0 TO CK-ABSENCES
                   MOVE 0 TO CK-SENT-TIER
                   MOVE 0 TO CK-LAST-NOTICE
               END-IF
               IF SR-TYPE = "A"
                   ADD SR-ABSENCES TO CK-ABSENCES
                   MOVE SR-NAME TO CK-NAME
                   MOVE SR-SSN-MASKED TO CK-SSN-MASKED
               ELSE
                   IF SR-TIER > CK-SENT-TIER
                       MOVE SR-TIER TO CK-SENT-TIER
                   END-IF
                   IF SR-NOTICE-DATE > CK-LAST-NOTICE
                       MOVE SR-NOTICE-DATE TO CK-LAST-NOTICE
                   END-IF
               END-IF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-KEY NOT = SPACES
               PERFORM FINISH-ONE-STUDENT
           END-IF
           CLOSE NOTICE-HISTORY-FILE.

       FINISH-ONE-STUDENT.
           ADD 1 TO STUDENT-COUNT
           MOVE SPACE TO CK-NEW-SW
           EVALUATE TRUE
               WHEN CK-ABSENCES >= PARM-TRUANCY-TIER3
                   MOVE 3 TO CK-REACHED-TIER
               WHEN CK-ABSENCES >= PARM-TRUANCY-TIER2
                   MOVE 2 TO CK-REACHED-TIER
               WHEN CK-ABSENCES >= PARM-TRUANCY-TIER1
                   MOVE 1 TO CK-REACHED-TIER
               WHEN OTHER
                   MOVE 0 TO CK-REACHED-TIER
           END-EVALUATE
           IF CK-REACHED-TIER > CK-SENT-TIER
               PERFORM CHECK-STUDENT-ACTIVE
               IF STUDENT-ACTIVE
                   PERFORM SEND-TIER-NOTICE
               ELSE
                   ADD 1 TO INACTIVE-COUNT
               END-IF
           END-IF
      *>   A student whose absences were since corrected below a
      *>   tier already noticed stays listed at the noticed tier.
           IF CK-SENT-TIER > 0
               MOVE CK-SENT-TIER TO SW-TIER
               MOVE CK-NAME TO SW-NAME
               MOVE CK-STUDENT-ID TO SW-STUDENT-ID
               MOVE CK-ABSENCES TO SW-ABSENCES
               MOVE CK-LAST-NOTICE TO SW-LAST-NOTICE
               MOVE CK-NEW-SW TO SW-NEW-SW
               WRITE STATUS-WORK-RECORD
           END-IF.

       SEND-TIER-NOTICE.
           MOVE CK-REACHED-TIER TO CK-SENT-TIER
           MOVE RUN-DATE TO CK-LAST-NOTICE
           MOVE "Y" TO CK-NEW-SW
           ADD 1 TO NOTICE-COUNT
           ADD 1 TO TIER-NOTICE-COUNT(CK-REACHED-TIER)
           PERFORM PRINT-TIER-LETTER
           IF CK-REACHED-TIER = 3
               PERFORM WRITE-COUNTY-REFERRAL
           END-IF
           MOVE CK-STUDENT-ID TO TN-STUDENT-ID
           MOVE CK-REACHED-TIER TO TN-TIER
           MOVE RUN-DATE TO TN-NOTICE-DATE
           MOVE CK-ABSENCES TO TN-ABSENCES
           MOVE CK-NAME TO TN-NAME
           IF CK-REACHED-TIER = 3
               MOVE "Y" TO TN-REFERRED-SW
           ELSE
               MOVE "N" TO TN-REFERRED-SW
           END-IF
           WRITE TRUANCY-NOTICE-RECORD.

       PRINT-TIER-LETTER.
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
           STRING "STUDENT ID " CK-STUDENT-ID "   DATE " RUN-DATE
               "   ATTENDANCE NOTICE " CK-REACHED-TIER
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "OUR RECORDS SHOW YOUR STUDENT ABSENT "
               CK-ABSENCES " TIMES THIS SCHOOL YEAR."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EVALUATE CK-REACHED-TIER
               WHEN 1
                   MOVE "REGULAR ATTENDANCE IS REQUIRED BY LAW.  PLEASE"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "HELP YOUR STUDENT ATTEND EVERY SCHOOL DAY, AND"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "CALL THE SCHOOL OFFICE IF THERE IS A PROBLEM."
                           TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN 2
                   MOVE "THIS IS A SECOND NOTICE.  PLEASE CONTACT THE"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "SCHOOL OFFICE WITHIN TEN DAYS TO ARRANGE AN"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "ATTENDANCE CONFERENCE." TO LETTER-LINE
                   WRITE LETTER-LINE
               WHEN OTHER
                   MOVE "FINAL NOTICE.  YOUR STUDENT'S ABSENCES HAVE"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "BEEN REFERRED TO THE COUNTY ATTENDANCE AGENCY,"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "WHICH WILL CONTACT YOU.  PLEASE CONTACT THE"
                           TO LETTER-LINE
                   WRITE LETTER-LINE
                   MOVE "SCHOOL OFFICE IMMEDIATELY." TO LETTER-LINE
                   WRITE LETTER-LINE
           END-EVALUATE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "            DISTRICT ENROLLMENT OFFICE"
                   TO LETTER-LINE
           WRITE LETTER-LINE.

      *>   The guardian record read for the letter (if any) is still
      *>   in the buffer, so the referral carries the same address.
       WRITE-COUNTY-REFERRAL.
           MOVE CK-NAME TO SPLIT-NAME
           PERFORM SPLIT-NAME-TO-COUNTY-FORM
           MOVE CK-SSN-MASKED TO RF-SSN-MASKED
           MOVE CK-STUDENT-ID TO RF-STUDENT-ID
           MOVE CK-ABSENCES TO RF-ABSENCES
           MOVE RUN-DATE TO RF-REFERRAL-DATE
           IF GUARD-FOUND
               MOVE GD-GUARDIAN-NAME TO RF-GUARDIAN-NAME
               MOVE GD-STREET TO RF-STREET
               MOVE GD-CITY TO RF-CITY
               MOVE GD-STATE TO RF-STATE
               MOVE GD-ZIP TO RF-ZIP
           ELSE
               MOVE SPACES TO RF-GUARDIAN-NAME
               MOVE SPACES TO RF-STREET
               MOVE SPACES TO RF-CITY
               MOVE SPACES TO RF-STATE
               MOVE SPACES TO RF-ZIP
           END-IF
           WRITE REFERRAL-RECORD
           ADD 1 TO REFERRAL-COUNT.

      *>   The same split CNTYEXTR makes for the results feed: the
      *>   first blank separates first name from last.
       SPLIT-NAME-TO-COUNTY-FORM.
           MOVE 0 TO NAME-LEN
           MOVE 0 TO SPACE-POS
           PERFORM VARYING NAME-IDX FROM 1 BY 1 UNTIL NAME-IDX > 30
               IF SPLIT-NAME(NAME-IDX:1) NOT = SPACE
                   MOVE NAME-IDX TO NAME-LEN
               ELSE
                   IF SPACE-POS = 0 AND NAME-IDX > 1
                           AND NAME-IDX < 30
                           AND SPLIT-NAME(NAME-IDX + 1:1) NOT = SPACE
                       MOVE NAME-IDX TO SPACE-POS
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO RF-FIRST-NAME
           MOVE SPACES TO RF-LAST-NAME
           EVALUATE TRUE
               WHEN NAME-LEN = 0
                   CONTINUE
               WHEN SPACE-POS = 0 OR SPACE-POS >= NAME-LEN
                   MOVE SPLIT-NAME(1:NAME-LEN) TO RF-LAST-NAME
               WHEN OTHER
                   MOVE SPLIT-NAME(1:SPACE-POS - 1) TO RF-FIRST-NAME
                   MOVE SPLIT-NAME(SPACE-POS + 1:NAME-LEN - SPACE-POS)
                           TO RF-LAST-NAME
           END-EVALUATE.

       OPEN-GUARDIAN-FILE.
           MOVE "N" TO GUARD-CHECK-SW
           OPEN INPUT GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "WARNING -- NO GUARDIAN MASTER ON FILE, "
                       "ALL LETTERS WILL NEED HAND-ADDRESSING"
           ELSE
               MOVE "Y" TO GUARD-CHECK-SW
           END-IF.

       CLOSE-GUARDIAN-FILE.
           IF GUARD-CHECK-ON
               CLOSE GUARDIAN-FILE
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
               MOVE CK-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF NOT EM-ACTIVE
                           SET STUDENT-INACTIVE TO TRUE
                       END-IF
               END-READ
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
                   STRING CK-NAME " " CK-SSN-MASKED
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
               MOVE "LETTERS WITH NO GUARDIAN RECORD -- HAND-ADDRESS:"
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

       RELEASE-STATUS-LINES.
           MOVE "N" TO STATUS-WORK-EOF-SW
           OPEN INPUT STATUS-WORK-FILE
           READ STATUS-WORK-FILE
               AT END SET STATUS-WORK-EOF TO TRUE
           END-READ
           PERFORM UNTIL STATUS-WORK-EOF
               MOVE SW-TIER TO SS-TIER
               MOVE SW-NAME TO SS-NAME
               MOVE SW-STUDENT-ID TO SS-STUDENT-ID
               MOVE SW-ABSENCES TO SS-ABSENCES
               MOVE SW-LAST-NOTICE TO SS-LAST-NOTICE
               MOVE SW-NEW-SW TO SS-NEW-SW
               RELEASE STATUS-SORT-RECORD
               READ STATUS-WORK-FILE
                   AT END SET STATUS-WORK-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE STATUS-WORK-FILE.

       PRINT-STATUS-REPORT.
           MOVE "N" TO SORT-EOF-SW
           MOVE 0 TO PRIOR-STATUS-TIER
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SS-TIER NOT = PRIOR-STATUS-TIER
                   MOVE SS-TIER TO PRIOR-STATUS-TIER
                   MOVE SPACES TO STATUS-REPORT-LINE
                   WRITE STATUS-REPORT-LINE
                   MOVE SPACES TO STATUS-REPORT-LINE
                   EVALUATE SS-TIER
                       WHEN 3
                           STRING "TIER 3 -- FINAL NOTICE, REFERRED TO "
                               "COUNTY (" PARM-TRUANCY-TIER3
                               " OR MORE ABSENCES)"
                               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
                       WHEN 2
                           STRING "TIER 2 -- SECOND NOTICE ("
                               PARM-TRUANCY-TIER2 " OR MORE ABSENCES)"
                               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
                       WHEN OTHER
                           STRING "TIER 1 -- FIRST NOTICE ("
                               PARM-TRUANCY-TIER1 " OR MORE ABSENCES)"
                               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
                   END-EVALUATE
                   WRITE STATUS-REPORT-LINE
               END-IF
               ADD 1 TO STATUS-COUNT
               ADD 1 TO TIER-STATUS-COUNT(SS-TIER)
               MOVE SS-STUDENT-ID TO SD-STUDENT-ID
               MOVE SS-NAME TO SD-NAME
               MOVE SS-ABSENCES TO SD-ABSENCES
               MOVE SS-LAST-NOTICE TO SD-LAST-NOTICE
               IF SS-NEW-SW = "Y"
                   MOVE "SENT THIS RUN" TO SD-NEW
               ELSE
                   MOVE SPACES TO SD-NEW
               END-IF
               WRITE STATUS-REPORT-LINE FROM STATUS-DETAIL
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING "TRUANCY STATUS REPORT -- RUN DATE " RUN-DATE
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING "  ID       NAME                            "
               "ABSENCES  LAST NOTICE"
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE ALL "-" TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE ALL "-" TO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING "STUDENTS AT TIER 1 " TIER-STATUS-COUNT(1)
               "  TIER 2 " TIER-STATUS-COUNT(2)
               "  TIER 3 " TIER-STATUS-COUNT(3)
               "  TOTAL " STATUS-COUNT
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING "NOTICES SENT THIS RUN " NOTICE-COUNT
               "  REFERRED TO COUNTY " REFERRAL-COUNT
               "  NOT ACTIVE, NO NOTICE " INACTIVE-COUNT
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "TRUANCY " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = TOTAL-ROW-COUNT + HISTORY-COUNT
           MOVE NOTICE-COUNT TO AUD-WRITE-COUNT
           MOVE UNCONVERTED-COUNT TO AUD-REJECT-COUNT
           MOVE REFERRAL-COUNT TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "STUDENTS MEASURED . . . . . " STUDENT-COUNT
           DISPLAY "NOTICES SENT  . . . . . . . " NOTICE-COUNT
           DISPLAY "  TIER 1  . . . . . . . . . " TIER-NOTICE-COUNT(1)
           DISPLAY "  TIER 2  . . . . . . . . . " TIER-NOTICE-COUNT(2)
           DISPLAY "  TIER 3  . . . . . . . . . " TIER-NOTICE-COUNT(3)
           DISPLAY "REFERRED TO COUNTY  . . . . " REFERRAL-COUNT
           DISPLAY "NO GUARDIAN RECORD  . . . . " NO-GUARDIAN-COUNT
           DISPLAY "NOT ACTIVE, NO NOTICE . . . " INACTIVE-COUNT
           DISPLAY "ROWS WITHOUT STUDENT ID . . " UNCONVERTED-COUNT
           DISPLAY "-------------------------------------------".
