           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTLOAD.
      *>****************************************************************
      *> Section loading run.  Seats students in class sections from
      *> the counseling office's CRSREQ course requests (see CREQREC)
      *> and keeps the result on SCHEDFIL (see SCHDREC), one record
      *> per seat, rewritten each run after a FILEBACK generation
      *> copy is taken.  The WAITLIST file is rewritten each run
      *> too, and gets its own generation copy first.
      *>
      *> A subject is seated in the section of that subject on
      *> SECTREF with the most open seats that does not meet in a
      *> period the student already has a class; SF-CAPACITY is never
      *> exceeded.  A requested subject that cannot be seated tries
      *> the student's alternates in order; when none fits either,
      *> the requested subject goes on the WAITLIST file (see
      *> WAITREC) with the reason.
      *>
      *> Each run starts from the seats already on SCHEDFIL, less
      *> those held by students no longer active on the master or in
      *> sections no longer on SECTREF, then works the waitlist,
      *> oldest first, BEFORE any new request -- a seat freed by a
      *> withdrawal or a capacity increase goes to the student who has
      *> waited longest.  A request for a subject the student already
      *> holds or waits for is passed over, so a request batch run
      *> twice seats nobody twice.
      *>
      *> SCHEDRPT prints each student's schedule by period; CLASSLST
      *> prints each section's class list against its capacity,
      *> followed by the waitlist.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "CRSREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUEST-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-STATUS.
           SELECT WAITLIST-FILE ASSIGN TO "WAITLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWORK".
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "SCHEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-REPORT-STATUS.
           SELECT CLASS-LIST-FILE ASSIGN TO "CLASSLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLASS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-REF-FILE.
       COPY SECTREC.

       FD  REQUEST-FILE.
       COPY CREQREC.

       FD  SCHEDULE-FILE.
       COPY SCHDREC.

       FD  WAITLIST-FILE.
       COPY WAITREC.

       FD  MASTER-FILE.
       COPY MASTREC.

      *>   One sort orders the seats by student for the schedules,
      *>   the other by section for the class lists.
       SD  SORT-FILE.
       01 SCHEDULE-SORT-RECORD.
           02 SS-KEY.
               03 SS-NAME PIC X(30).
               03 SS-STUDENT-ID PIC 9(7).
               03 SS-PERIOD PIC 99.
               03 SS-SECTION-ID PIC X(3).
           02 SS-SUBJECT PIC X(3).
           02 SS-TEACHER PIC X(20).
           02 SS-ROOM PIC X(5).
       01 CLASS-SORT-RECORD.
           02 CL-KEY.
               03 CL-SECTION-IDX PIC 9(3).
               03 CL-NAME PIC X(30).
               03 CL-STUDENT-ID PIC 9(7).
           02 CL-SEATED-DATE PIC 9(8).

       FD  SCHEDULE-REPORT-FILE.
       01 SCHEDULE-REPORT-LINE PIC X(80).

       FD  CLASS-LIST-FILE.
       01 CLASS-LIST-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 REQUEST-STATUS PIC XX VALUE "00".
       01 SCHEDULE-STATUS PIC XX VALUE "00".
       01 WAITLIST-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 SCHEDULE-REPORT-STATUS PIC XX VALUE "00".
       01 CLASS-LIST-STATUS PIC XX VALUE "00".
       01 SECTION-REF-EOF-SW PIC X(1) VALUE "N".
           88 SECTION-REF-EOF VALUE "Y".
       01 REQUEST-EOF-SW PIC X(1) VALUE "N".
           88 REQUEST-EOF VALUE "Y".
       01 SCHEDULE-EOF-SW PIC X(1) VALUE "N".
           88 SCHEDULE-EOF VALUE "Y".
       01 WAITLIST-EOF-SW PIC X(1) VALUE "N".
           88 WAITLIST-EOF VALUE "Y".
       01 SORT-EOF-SW PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 STUDENT-ACTIVE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ACTIVE VALUE "Y".
           88 STUDENT-INACTIVE VALUE "N".
       01 STUDENT-ON-FILE-SW PIC X(1) VALUE "Y".
           88 STUDENT-ON-FILE VALUE "Y".
           88 STUDENT-NOT-ON-FILE VALUE "N".
       01 OVERFLOW-SW PIC X(1) VALUE "N".
           88 TABLE-OVERFLOW VALUE "Y".
       01 PLACED-SW PIC X(1) VALUE "N".
           88 SUBJECT-PLACED VALUE "Y".
       01 HELD-SW PIC X(1) VALUE "N".
           88 SUBJECT-HELD VALUE "Y".
       01 WAITING-SW PIC X(1) VALUE "N".
           88 SUBJECT-WAITING VALUE "Y".
       01 CONFLICT-SW PIC X(1) VALUE "N".
           88 PERIOD-CONFLICT VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY AUDITWK.
       COPY RUNPARM.

       01 BAK-FILE-ID PIC X(9) VALUE SPACES.
       01 BAK-FUNCTION PIC X(1) VALUE "O".
       01 BAK-RECORD PIC X(108) VALUE SPACES.
       01 BAK-PROCEED-SW PIC X(1) VALUE "Y".
           88 BAK-PROCEED VALUE "Y".

       01 SECT-COUNT PIC 9(3) VALUE 0.
       01 SECT-TABLE.
           02 SECT-ENTRY OCCURS 200 TIMES.
               03 ST-SECTION-ID PIC X(3).
               03 ST-TEACHER PIC X(20).
               03 ST-ROOM PIC X(5).
               03 ST-CAPACITY PIC 9(3).
               03 ST-SUBJECT PIC X(3).
               03 ST-PERIOD PIC 99.
               03 ST-TAKEN PIC 9(3).
       01 SECT-IDX PIC 9(3) VALUE 0.
       01 SECT-FOUND-IDX PIC 9(3) VALUE 0.

      *>   Every seat held after this run.
       01 SEAT-COUNT PIC 9(4) VALUE 0.
       01 SEAT-TABLE.
           02 SEAT-ENTRY OCCURS 5000 TIMES.
               03 SE-STUDENT-ID PIC 9(7).
               03 SE-NAME PIC X(30).
               03 SE-SECT-IDX PIC 9(3).
               03 SE-SEATED-DATE PIC 9(8).
       01 SEAT-IDX PIC 9(4) VALUE 0.

      *>   The waitlist as it will be rewritten, oldest first.
       01 WAIT-COUNT PIC 9(4) VALUE 0.
       01 WAIT-TABLE.
           02 WAIT-ENTRY OCCURS 2000 TIMES.
               03 WT-STUDENT-ID PIC 9(7).
               03 WT-NAME PIC X(30).
               03 WT-SUBJECT PIC X(3).
               03 WT-REQUEST-DATE PIC 9(8).
               03 WT-WAITLIST-DATE PIC 9(8).
               03 WT-REASON PIC X(1).
       01 WAIT-IDX PIC 9(4) VALUE 0.

      *>   The seats of the student being placed, gathered once so
      *>   the period and duplicate checks stay off the big table.
       01 MY-SEAT-COUNT PIC 9(2) VALUE 0.
       01 MY-SEAT-TABLE.
           02 MY-SEAT OCCURS 20 TIMES.
               03 MY-SUBJECT PIC X(3).
               03 MY-PERIOD PIC 99.
       01 MY-SEAT-IDX PIC 9(2) VALUE 0.

       01 PLACE-STUDENT-ID PIC 9(7) VALUE 0.
       01 PLACE-NAME PIC X(30) VALUE SPACES.
       01 PLACE-SUBJECT PIC X(3) VALUE SPACES.
       01 PLACE-SEATED-DATE PIC 9(8) VALUE 0.
       01 WAIT-REASON PIC X(1) VALUE SPACE.
       01 SAVED-WAIT-REASON PIC X(1) VALUE SPACE.
       01 SUBJECT-SECTION-COUNT PIC 9(3) VALUE 0.
       01 OPEN-SECTION-COUNT PIC 9(3) VALUE 0.
       01 BEST-SECT-IDX PIC 9(3) VALUE 0.
       01 BEST-OPEN-SEATS PIC 9(3) VALUE 0.
       01 OPEN-SEATS PIC 9(3) VALUE 0.
       01 REQUEST-IDX PIC 9(2) VALUE 0.
       01 ALT-IDX PIC 9(2) VALUE 0.
       01 ALT-USED-TABLE.
           02 ALT-USED-SW PIC X(1) OCCURS 3 TIMES.

       01 CURRENT-STUDENT PIC X(7) VALUE SPACES.
       01 CURRENT-SECTION PIC 9(3) VALUE 0.
       01 SECTION-LISTED PIC 9(3) VALUE 0.

       01 SCHEDULE-READ-COUNT PIC 9(5) VALUE 0.
       01 SEATS-DROPPED-COUNT PIC 9(5) VALUE 0.
       01 WAIT-READ-COUNT PIC 9(5) VALUE 0.
       01 WAIT-SEATED-COUNT PIC 9(5) VALUE 0.
       01 WAIT-DROPPED-COUNT PIC 9(5) VALUE 0.
       01 REQUEST-READ-COUNT PIC 9(5) VALUE 0.
       01 REQUEST-REJECT-COUNT PIC 9(5) VALUE 0.
       01 NEW-SEAT-COUNT PIC 9(5) VALUE 0.
       01 ALTERNATE-SEAT-COUNT PIC 9(5) VALUE 0.
       01 NEW-WAIT-COUNT PIC 9(5) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(5) VALUE 0.

       01 SCHEDULE-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 SH-PERIOD PIC X(2).
           02 FILLER PIC X(4) VALUE SPACES.
           02 SH-SECTION-ID PIC X(3).
           02 FILLER PIC X(5) VALUE SPACES.
           02 SH-SUBJECT PIC X(3).
           02 FILLER PIC X(5) VALUE SPACES.
           02 SH-TEACHER PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SH-ROOM PIC X(5).
       01 CLASS-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CD-STUDENT-ID PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-SEATED-DATE PIC X(8).
       01 WAIT-DETAIL.
           02 FILLER PIC X(4) VALUE SPACES.
           02 WD-SUBJECT PIC X(3).
           02 FILLER PIC X(4) VALUE SPACES.
           02 WD-STUDENT-ID PIC X(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-WAITLIST-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WD-REASON PIC X(15).

       PROCEDURE DIVISION.
       SECTLOAD-DRIVER.
           MOVE 0 TO SCHEDULE-READ-COUNT
           MOVE 0 TO SEATS-DROPPED-COUNT
           MOVE 0 TO WAIT-READ-COUNT
           MOVE 0 TO WAIT-SEATED-COUNT
           MOVE 0 TO WAIT-DROPPED-COUNT
           MOVE 0 TO REQUEST-READ-COUNT
           MOVE 0 TO REQUEST-REJECT-COUNT
           MOVE 0 TO NEW-SEAT-COUNT
           MOVE 0 TO ALTERNATE-SEAT-COUNT
           MOVE 0 TO NEW-WAIT-COUNT
           MOVE 0 TO DUPLICATE-COUNT
           MOVE 0 TO SEAT-COUNT
           MOVE 0 TO WAIT-COUNT
           MOVE "N" TO OVERFLOW-SW
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE NOT = 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           PERFORM LOAD-SECTION-TABLE
           IF SECT-COUNT = 0
               DISPLAY "NO SECTION REFERENCE ON FILE -- NOTHING "
                       "TO LOAD"
               GOBACK
           END-IF
           PERFORM OPEN-MASTER-FOR-CHECK
           PERFORM LOAD-CURRENT-SEATS
           IF NOT TABLE-OVERFLOW
               PERFORM WORK-WAITLIST
           END-IF
           IF NOT TABLE-OVERFLOW
               PERFORM WORK-COURSE-REQUESTS
           END-IF
           PERFORM CLOSE-MASTER-AFTER-CHECK
      *>   Rewriting from the tables would lose whatever they could
      *>   not hold, so an overflow leaves both files as they were.
           IF TABLE-OVERFLOW
               DISPLAY "TOO MANY SEATS OR WAITLIST ENTRIES -- RUN "
                       "ABORTED, FILES UNCHANGED"
               GOBACK
           END-IF
           PERFORM BACKUP-SCHEDULE-FILE
           IF BAK-PROCEED
               PERFORM BACKUP-WAITLIST-FILE
           END-IF
           IF NOT BAK-PROCEED
               DISPLAY "BACKUP FAILED -- RUN ABORTED, FILES UNCHANGED"
               GOBACK
           END-IF
           PERFORM REWRITE-SCHEDULE-FILE
           PERFORM REWRITE-WAITLIST-FILE
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SS-KEY
               INPUT PROCEDURE IS RELEASE-SEATS-BY-STUDENT
               OUTPUT PROCEDURE IS PRINT-STUDENT-SCHEDULES
           CLOSE SCHEDULE-REPORT-FILE
           OPEN OUTPUT CLASS-LIST-FILE
           SORT SORT-FILE
               ON ASCENDING KEY CL-KEY
               INPUT PROCEDURE IS RELEASE-SEATS-BY-SECTION
               OUTPUT PROCEDURE IS PRINT-CLASS-LISTS
           PERFORM PRINT-WAITLIST
           CLOSE CLASS-LIST-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

      *>   A section kept from before the period existed reads a
      *>   blank period -- no fixed period.
       LOAD-SECTION-TABLE.
           MOVE 0 TO SECT-COUNT
           MOVE "N" TO SECTION-REF-EOF-SW
           OPEN INPUT SECTION-REF-FILE
           IF SECTION-REF-STATUS NOT = "35"
               READ SECTION-REF-FILE
                   AT END SET SECTION-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SECTION-REF-EOF
                   IF SECT-COUNT < 200
                       ADD 1 TO SECT-COUNT
                       MOVE SF-SECTION-ID TO ST-SECTION-ID(SECT-COUNT)
                       MOVE SF-TEACHER TO ST-TEACHER(SECT-COUNT)
                       MOVE SF-ROOM TO ST-ROOM(SECT-COUNT)
                       MOVE SF-SUBJECT TO ST-SUBJECT(SECT-COUNT)
                       IF SF-CAPACITY IS NUMERIC
                           MOVE SF-CAPACITY TO ST-CAPACITY(SECT-COUNT)
                       ELSE
                           MOVE 0 TO ST-CAPACITY(SECT-COUNT)
                       END-IF
                       IF SF-PERIOD IS NUMERIC
                           MOVE SF-PERIOD TO ST-PERIOD(SECT-COUNT)
                       ELSE
                           MOVE 0 TO ST-PERIOD(SECT-COUNT)
                       END-IF
                       MOVE 0 TO ST-TAKEN(SECT-COUNT)
                   ELSE
                       DISPLAY "SECTION TABLE FULL -- SECTION "
                               SF-SECTION-ID " NOT LOADED"
                   END-IF
                   READ SECTION-REF-FILE
                       AT END SET SECTION-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-REF-FILE
           END-IF.

       LOAD-CURRENT-SEATS.
           MOVE "N" TO SCHEDULE-EOF-SW
           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-STATUS = "35"
               DISPLAY "NO SCHEDULE ON FILE -- STARTING FROM EMPTY"
           ELSE
               READ SCHEDULE-FILE
                   AT END SET SCHEDULE-EOF TO TRUE
               END-READ
               PERFORM UNTIL SCHEDULE-EOF
                   ADD 1 TO SCHEDULE-READ-COUNT
                   PERFORM KEEP-ONE-SEAT
                   READ SCHEDULE-FILE
                       AT END SET SCHEDULE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       KEEP-ONE-SEAT.
           MOVE 0 TO SECT-FOUND-IDX
           PERFORM VARYING SECT-IDX FROM 1 BY 1
                   UNTIL SECT-IDX > SECT-COUNT OR SECT-FOUND-IDX > 0
               IF ST-SECTION-ID(SECT-IDX) = SC-SECTION-ID
                   MOVE SECT-IDX TO SECT-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE SC-STUDENT-ID TO PLACE-STUDENT-ID
           PERFORM LOOK-UP-STUDENT
           IF SECT-FOUND-IDX = 0 OR STUDENT-INACTIVE
                   OR STUDENT-NOT-ON-FILE
               ADD 1 TO SEATS-DROPPED-COUNT
           ELSE
               IF SEAT-COUNT >= 5000
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO SEAT-COUNT
                   MOVE SC-STUDENT-ID TO SE-STUDENT-ID(SEAT-COUNT)
                   MOVE PLACE-NAME TO SE-NAME(SEAT-COUNT)
                   MOVE SECT-FOUND-IDX TO SE-SECT-IDX(SEAT-COUNT)
                   MOVE SC-SEATED-DATE TO SE-SEATED-DATE(SEAT-COUNT)
                   ADD 1 TO ST-TAKEN(SECT-FOUND-IDX)
               END-IF
           END-IF.

      *>   Oldest first; an entry that still cannot be seated keeps
      *>   its place and its original dates.
       WORK-WAITLIST.
           MOVE "N" TO WAITLIST-EOF-SW
           OPEN INPUT WAITLIST-FILE
           IF WAITLIST-STATUS NOT = "35"
               READ WAITLIST-FILE
                   AT END SET WAITLIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WAITLIST-EOF OR TABLE-OVERFLOW
                   ADD 1 TO WAIT-READ-COUNT
                   PERFORM WORK-ONE-WAITLIST-ENTRY
                   READ WAITLIST-FILE
                       AT END SET WAITLIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

       WORK-ONE-WAITLIST-ENTRY.
           MOVE WL-STUDENT-ID TO PLACE-STUDENT-ID
           PERFORM LOOK-UP-STUDENT
           PERFORM GATHER-STUDENT-SEATS
           MOVE WL-SUBJECT TO PLACE-SUBJECT
           PERFORM CHECK-SUBJECT-HELD
           IF STUDENT-INACTIVE OR STUDENT-NOT-ON-FILE OR SUBJECT-HELD
               ADD 1 TO WAIT-DROPPED-COUNT
           ELSE
               PERFORM PLACE-ONE-SUBJECT
               IF SUBJECT-PLACED
                   ADD 1 TO WAIT-SEATED-COUNT
               ELSE
                   PERFORM ADD-WAITLIST-ENTRY
                   IF NOT TABLE-OVERFLOW
                       MOVE WL-REQUEST-DATE TO WT-REQUEST-DATE(WAIT-COUNT)
                       MOVE WL-WAITLIST-DATE
                           TO WT-WAITLIST-DATE(WAIT-COUNT)
                   END-IF
               END-IF
           END-IF.

       WORK-COURSE-REQUESTS.
           MOVE "N" TO REQUEST-EOF-SW
           OPEN INPUT REQUEST-FILE
           IF REQUEST-STATUS = "35"
               DISPLAY "NO COURSE REQUESTS ON FILE -- WAITLIST ONLY"
           ELSE
               READ REQUEST-FILE
                   AT END SET REQUEST-EOF TO TRUE
               END-READ
               PERFORM UNTIL REQUEST-EOF OR TABLE-OVERFLOW
                   ADD 1 TO REQUEST-READ-COUNT
                   PERFORM WORK-ONE-REQUEST
                   READ REQUEST-FILE
                       AT END SET REQUEST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

       WORK-ONE-REQUEST.
           IF CQ-STUDENT-ID IS NOT NUMERIC OR CQ-STUDENT-ID = 0
               ADD 1 TO REQUEST-REJECT-COUNT
               DISPLAY "REQUEST REJECTED -- BAD STUDENT ID: "
                       COURSE-REQUEST-RECORD(1:7)
           ELSE
               MOVE CQ-STUDENT-ID TO PLACE-STUDENT-ID
               PERFORM LOOK-UP-STUDENT
               EVALUATE TRUE
                   WHEN STUDENT-NOT-ON-FILE
                       ADD 1 TO REQUEST-REJECT-COUNT
                       DISPLAY "REQUEST REJECTED -- NOT ON MASTER: "
                               CQ-STUDENT-ID
                   WHEN STUDENT-INACTIVE
                       ADD 1 TO REQUEST-REJECT-COUNT
                       DISPLAY "REQUEST REJECTED -- NOT ACTIVE: "
                               CQ-STUDENT-ID
                   WHEN OTHER
                       PERFORM GATHER-STUDENT-SEATS
                       MOVE ALL "N" TO ALT-USED-TABLE
                       PERFORM VARYING REQUEST-IDX FROM 1 BY 1
                               UNTIL REQUEST-IDX > 8 OR TABLE-OVERFLOW
                           IF CQ-SUBJECT(REQUEST-IDX) NOT = SPACES
                               PERFORM WORK-ONE-REQUESTED-SUBJECT
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF.

       WORK-ONE-REQUESTED-SUBJECT.
           MOVE CQ-SUBJECT(REQUEST-IDX) TO PLACE-SUBJECT
           PERFORM CHECK-SUBJECT-HELD
           PERFORM CHECK-SUBJECT-WAITING
           IF SUBJECT-HELD OR SUBJECT-WAITING
               ADD 1 TO DUPLICATE-COUNT
           ELSE
               PERFORM PLACE-ONE-SUBJECT
               IF SUBJECT-PLACED
                   ADD 1 TO NEW-SEAT-COUNT
               ELSE
                   PERFORM TRY-ALTERNATES
                   IF SUBJECT-PLACED
                       ADD 1 TO ALTERNATE-SEAT-COUNT
                   ELSE
      *>   The requested subject, not the alternate, is what waits.
                       MOVE CQ-SUBJECT(REQUEST-IDX) TO PLACE-SUBJECT
                       PERFORM ADD-WAITLIST-ENTRY
                       IF NOT TABLE-OVERFLOW
                           ADD 1 TO NEW-WAIT-COUNT
                           MOVE CQ-REQUEST-DATE
                               TO WT-REQUEST-DATE(WAIT-COUNT)
                           MOVE RUN-DATE TO WT-WAITLIST-DATE(WAIT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *>   Each alternate stands in for one requested subject at most;
      *>   the reason a requested subject waits is its own, so it is
      *>   kept across the alternates' attempts.
       TRY-ALTERNATES.
           MOVE WAIT-REASON TO SAVED-WAIT-REASON
           PERFORM VARYING ALT-IDX FROM 1 BY 1
                   UNTIL ALT-IDX > 3 OR SUBJECT-PLACED
               IF CQ-ALTERNATE(ALT-IDX) NOT = SPACES
                       AND ALT-USED-SW(ALT-IDX) = "N"
                   MOVE CQ-ALTERNATE(ALT-IDX) TO PLACE-SUBJECT
                   PERFORM CHECK-SUBJECT-HELD
                   IF SUBJECT-HELD
                       MOVE "Y" TO ALT-USED-SW(ALT-IDX)
                   ELSE
                       PERFORM PLACE-ONE-SUBJECT
                       IF SUBJECT-PLACED
                           MOVE "Y" TO ALT-USED-SW(ALT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SAVED-WAIT-REASON TO WAIT-REASON.

      *>   The open, conflict-free section of the subject with the most
      *>   empty seats gets the student; otherwise WAIT-REASON says
      *>   why not.
       PLACE-ONE-SUBJECT.
           MOVE "N" TO PLACED-SW
           MOVE 0 TO SUBJECT-SECTION-COUNT
           MOVE 0 TO OPEN-SECTION-COUNT
           MOVE 0 TO BEST-SECT-IDX
           MOVE 0 TO BEST-OPEN-SEATS
           PERFORM VARYING SECT-IDX FROM 1 BY 1
                   UNTIL SECT-IDX > SECT-COUNT
               IF ST-SUBJECT(SECT-IDX) = PLACE-SUBJECT
                   ADD 1 TO SUBJECT-SECTION-COUNT
                   IF ST-TAKEN(SECT-IDX) < ST-CAPACITY(SECT-IDX)
                       ADD 1 TO OPEN-SECTION-COUNT
                       COMPUTE OPEN-SEATS = ST-CAPACITY(SECT-IDX)
                                          - ST-TAKEN(SECT-IDX)
                       PERFORM CHECK-PERIOD-CONFLICT
                       IF NOT PERIOD-CONFLICT
                               AND OPEN-SEATS > BEST-OPEN-SEATS
                           MOVE SECT-IDX TO BEST-SECT-IDX
                           MOVE OPEN-SEATS TO BEST-OPEN-SEATS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN BEST-SECT-IDX > 0
                   PERFORM TAKE-SEAT
               WHEN SUBJECT-SECTION-COUNT = 0
                   MOVE "N" TO WAIT-REASON
               WHEN OPEN-SECTION-COUNT > 0
                   MOVE "C" TO WAIT-REASON
               WHEN OTHER
                   MOVE "F" TO WAIT-REASON
           END-EVALUATE.

       CHECK-PERIOD-CONFLICT.
           MOVE "N" TO CONFLICT-SW
           IF ST-PERIOD(SECT-IDX) > 0
               PERFORM VARYING MY-SEAT-IDX FROM 1 BY 1
                       UNTIL MY-SEAT-IDX > MY-SEAT-COUNT
                   IF MY-PERIOD(MY-SEAT-IDX) = ST-PERIOD(SECT-IDX)
                       SET PERIOD-CONFLICT TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-SEAT.
           IF SEAT-COUNT >= 5000
               SET TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO SEAT-COUNT
               MOVE PLACE-STUDENT-ID TO SE-STUDENT-ID(SEAT-COUNT)
               MOVE PLACE-NAME TO SE-NAME(SEAT-COUNT)
               MOVE BEST-SECT-IDX TO SE-SECT-IDX(SEAT-COUNT)
               MOVE RUN-DATE TO SE-SEATED-DATE(SEAT-COUNT)
               ADD 1 TO ST-TAKEN(BEST-SECT-IDX)
               IF MY-SEAT-COUNT < 20
                   ADD 1 TO MY-SEAT-COUNT
                   MOVE ST-SUBJECT(BEST-SECT-IDX)
                       TO MY-SUBJECT(MY-SEAT-COUNT)
                   MOVE ST-PERIOD(BEST-SECT-IDX)
                       TO MY-PERIOD(MY-SEAT-COUNT)
               END-IF
               SET SUBJECT-PLACED TO TRUE
           END-IF.

       GATHER-STUDENT-SEATS.
           MOVE 0 TO MY-SEAT-COUNT
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX > SEAT-COUNT
               IF SE-STUDENT-ID(SEAT-IDX) = PLACE-STUDENT-ID
                       AND MY-SEAT-COUNT < 20
                   ADD 1 TO MY-SEAT-COUNT
                   MOVE SE-SECT-IDX(SEAT-IDX) TO SECT-IDX
                   MOVE ST-SUBJECT(SECT-IDX) TO MY-SUBJECT(MY-SEAT-COUNT)
                   MOVE ST-PERIOD(SECT-IDX) TO MY-PERIOD(MY-SEAT-COUNT)
               END-IF
           END-PERFORM.

       CHECK-SUBJECT-HELD.
           MOVE "N" TO HELD-SW
           PERFORM VARYING MY-SEAT-IDX FROM 1 BY 1
                   UNTIL MY-SEAT-IDX > MY-SEAT-COUNT
               IF MY-SUBJECT(MY-SEAT-IDX) = PLACE-SUBJECT
                   SET SUBJECT-HELD TO TRUE
               END-IF
           END-PERFORM.

       CHECK-SUBJECT-WAITING.
           MOVE "N" TO WAITING-SW
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > WAIT-COUNT OR SUBJECT-WAITING
               IF WT-STUDENT-ID(WAIT-IDX) = PLACE-STUDENT-ID
                       AND WT-SUBJECT(WAIT-IDX) = PLACE-SUBJECT
                   SET SUBJECT-WAITING TO TRUE
               END-IF
           END-PERFORM.

       ADD-WAITLIST-ENTRY.
           IF WAIT-COUNT >= 2000
               SET TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WAIT-COUNT
               MOVE PLACE-STUDENT-ID TO WT-STUDENT-ID(WAIT-COUNT)
               MOVE PLACE-NAME TO WT-NAME(WAIT-COUNT)
               MOVE PLACE-SUBJECT TO WT-SUBJECT(WAIT-COUNT)
               MOVE WAIT-REASON TO WT-REASON(WAIT-COUNT)
           END-IF.

      *>   With no master on file every student is taken as active
      *>   and the reports go without names.
       LOOK-UP-STUDENT.
           SET STUDENT-ACTIVE TO TRUE
           SET STUDENT-ON-FILE TO TRUE
           MOVE SPACES TO PLACE-NAME
           IF MASTER-CHECK-ON
               MOVE PLACE-STUDENT-ID TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   INVALID KEY
                       SET STUDENT-NOT-ON-FILE TO TRUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO PLACE-NAME
                       IF NOT EM-ACTIVE
                           SET STUDENT-INACTIVE TO TRUE
                       END-IF
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

      *>   The generation copy is the file as it stood before this run,
      *>   dropped seats included.
       BACKUP-SCHEDULE-FILE.
           MOVE "SCHEDFIL" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           IF BAK-PROCEED
               MOVE "N" TO SCHEDULE-EOF-SW
               OPEN INPUT SCHEDULE-FILE
               IF SCHEDULE-STATUS NOT = "35"
                   READ SCHEDULE-FILE
                       AT END SET SCHEDULE-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL SCHEDULE-EOF
                       MOVE SCHEDULE-RECORD TO BAK-RECORD
                       MOVE "W" TO BAK-FUNCTION
                       CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                               BAK-RECORD, BAK-PROCEED-SW
                       READ SCHEDULE-FILE
                           AT END SET SCHEDULE-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE SCHEDULE-FILE
               END-IF
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF.

      *>   The waitlist is rewritten from the table too, so it gets
      *>   its own generation copy as it stood before this run.
       BACKUP-WAITLIST-FILE.
           MOVE "WAITLIST" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           IF BAK-PROCEED
               MOVE "N" TO WAITLIST-EOF-SW
               OPEN INPUT WAITLIST-FILE
               IF WAITLIST-STATUS NOT = "35"
                   READ WAITLIST-FILE
                       AT END SET WAITLIST-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL WAITLIST-EOF
                       MOVE SPACES TO BAK-RECORD
                       MOVE WAITLIST-RECORD TO BAK-RECORD
                       MOVE "W" TO BAK-FUNCTION
                       CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                               BAK-RECORD, BAK-PROCEED-SW
                       READ WAITLIST-FILE
                           AT END SET WAITLIST-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE WAITLIST-FILE
               END-IF
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF.

       REWRITE-SCHEDULE-FILE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX > SEAT-COUNT
               MOVE SE-SECT-IDX(SEAT-IDX) TO SECT-IDX
               MOVE SE-STUDENT-ID(SEAT-IDX) TO SC-STUDENT-ID
               MOVE ST-SECTION-ID(SECT-IDX) TO SC-SECTION-ID
               MOVE ST-SUBJECT(SECT-IDX) TO SC-SUBJECT
               MOVE ST-PERIOD(SECT-IDX) TO SC-PERIOD
               MOVE SE-SEATED-DATE(SEAT-IDX) TO SC-SEATED-DATE
               WRITE SCHEDULE-RECORD
           END-PERFORM
           CLOSE SCHEDULE-FILE.

       REWRITE-WAITLIST-FILE.
           OPEN OUTPUT WAITLIST-FILE
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > WAIT-COUNT
               MOVE WT-STUDENT-ID(WAIT-IDX) TO WL-STUDENT-ID
               MOVE WT-SUBJECT(WAIT-IDX) TO WL-SUBJECT
               MOVE WT-REQUEST-DATE(WAIT-IDX) TO WL-REQUEST-DATE
               MOVE WT-WAITLIST-DATE(WAIT-IDX) TO WL-WAITLIST-DATE
               MOVE WT-REASON(WAIT-IDX) TO WL-REASON
               WRITE WAITLIST-RECORD
           END-PERFORM
           CLOSE WAITLIST-FILE.

       RELEASE-SEATS-BY-STUDENT.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX > SEAT-COUNT
               MOVE SE-SECT-IDX(SEAT-IDX) TO SECT-IDX
               MOVE SE-NAME(SEAT-IDX) TO SS-NAME
               MOVE SE-STUDENT-ID(SEAT-IDX) TO SS-STUDENT-ID
               MOVE ST-PERIOD(SECT-IDX) TO SS-PERIOD
               MOVE ST-SECTION-ID(SECT-IDX) TO SS-SECTION-ID
               MOVE ST-SUBJECT(SECT-IDX) TO SS-SUBJECT
               MOVE ST-TEACHER(SECT-IDX) TO SS-TEACHER
               MOVE ST-ROOM(SECT-IDX) TO SS-ROOM
               RELEASE SCHEDULE-SORT-RECORD
           END-PERFORM.

       PRINT-STUDENT-SCHEDULES.
           MOVE "N" TO SORT-EOF-SW
           MOVE SPACES TO CURRENT-STUDENT
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "STUDENT SCHEDULES -- RUN DATE " RUN-DATE
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF SS-STUDENT-ID NOT = CURRENT-STUDENT
                   MOVE SS-STUDENT-ID TO CURRENT-STUDENT
                   PERFORM PRINT-SCHEDULE-HEADINGS
               END-IF
               IF SS-PERIOD = 0
                   MOVE "--" TO SH-PERIOD
               ELSE
                   MOVE SS-PERIOD TO SH-PERIOD
               END-IF
               MOVE SS-SECTION-ID TO SH-SECTION-ID
               MOVE SS-SUBJECT TO SH-SUBJECT
               MOVE SS-TEACHER TO SH-TEACHER
               MOVE SS-ROOM TO SH-ROOM
               WRITE SCHEDULE-REPORT-LINE FROM SCHEDULE-DETAIL
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.

       PRINT-SCHEDULE-HEADINGS.
           MOVE ALL "=" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING SS-NAME "  ID " SS-STUDENT-ID
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "    PERIOD  SECTION  SUBJECT  TEACHER               "
               "ROOM"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE ALL "-" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       RELEASE-SEATS-BY-SECTION.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX > SEAT-COUNT
               MOVE SE-SECT-IDX(SEAT-IDX) TO CL-SECTION-IDX
               MOVE SE-NAME(SEAT-IDX) TO CL-NAME
               MOVE SE-STUDENT-ID(SEAT-IDX) TO CL-STUDENT-ID
               MOVE SE-SEATED-DATE(SEAT-IDX) TO CL-SEATED-DATE
               RELEASE CLASS-SORT-RECORD
           END-PERFORM.

       PRINT-CLASS-LISTS.
           MOVE "N" TO SORT-EOF-SW
           MOVE 0 TO CURRENT-SECTION
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "SECTION CLASS LISTS -- RUN DATE " RUN-DATE
               DELIMITED BY SIZE INTO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN
           PERFORM UNTIL SORT-EOF
               IF CL-SECTION-IDX NOT = CURRENT-SECTION
                   IF CURRENT-SECTION > 0
                       PERFORM PRINT-CLASS-TOTALS
                   END-IF
                   MOVE CL-SECTION-IDX TO CURRENT-SECTION
                   MOVE 0 TO SECTION-LISTED
                   PERFORM PRINT-CLASS-HEADINGS
               END-IF
               ADD 1 TO SECTION-LISTED
               MOVE CL-STUDENT-ID TO CD-STUDENT-ID
               MOVE CL-NAME TO CD-NAME
               MOVE CL-SEATED-DATE TO CD-SEATED-DATE
               WRITE CLASS-LIST-LINE FROM CLASS-DETAIL
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM
           IF CURRENT-SECTION > 0
               PERFORM PRINT-CLASS-TOTALS
           END-IF.

       PRINT-CLASS-HEADINGS.
           MOVE ALL "=" TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "SECTION " ST-SECTION-ID(CURRENT-SECTION)
               "  SUBJECT " ST-SUBJECT(CURRENT-SECTION)
               "  PERIOD " ST-PERIOD(CURRENT-SECTION)
               "  " ST-TEACHER(CURRENT-SECTION)
               "  ROOM " ST-ROOM(CURRENT-SECTION)
               DELIMITED BY SIZE INTO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE "    ID       NAME                            SEATED"
               TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE ALL "-" TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE.

       PRINT-CLASS-TOTALS.
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "    SEATED " SECTION-LISTED
               "  OF CAPACITY " ST-CAPACITY(CURRENT-SECTION)
               DELIMITED BY SIZE INTO CLASS-LIST-LINE
           IF ST-TAKEN(CURRENT-SECTION) > ST-CAPACITY(CURRENT-SECTION)
               MOVE "  ** OVER CAPACITY **" TO CLASS-LIST-LINE(36:21)
           END-IF
           WRITE CLASS-LIST-LINE.

       PRINT-WAITLIST.
           MOVE ALL "=" TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "WAITLIST -- " WAIT-COUNT " ENTRIES, OLDEST FIRST"
               DELIMITED BY SIZE INTO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE SPACES TO CLASS-LIST-LINE
           STRING "    SUBJ   ID       NAME                            "
               "WAITING   REASON"
               DELIMITED BY SIZE INTO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           MOVE ALL "-" TO CLASS-LIST-LINE
           WRITE CLASS-LIST-LINE
           PERFORM VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > WAIT-COUNT
               MOVE WT-SUBJECT(WAIT-IDX) TO WD-SUBJECT
               MOVE WT-STUDENT-ID(WAIT-IDX) TO WD-STUDENT-ID
               MOVE WT-NAME(WAIT-IDX) TO WD-NAME
               MOVE WT-WAITLIST-DATE(WAIT-IDX) TO WD-WAITLIST-DATE
               EVALUATE WT-REASON(WAIT-IDX)
                   WHEN "F"
                       MOVE "SECTIONS FULL" TO WD-REASON
                   WHEN "C"
                       MOVE "PERIOD CONFLICT" TO WD-REASON
                   WHEN "N"
                       MOVE "NO SECTION" TO WD-REASON
                   WHEN OTHER
                       MOVE SPACES TO WD-REASON
               END-EVALUATE
               WRITE CLASS-LIST-LINE FROM WAIT-DETAIL
           END-PERFORM.

       WRITE-AUDIT-RECORD.
           MOVE "SECTLOAD" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           COMPUTE AUD-READ-COUNT = REQUEST-READ-COUNT + WAIT-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = NEW-SEAT-COUNT
                   + ALTERNATE-SEAT-COUNT + WAIT-SEATED-COUNT
           COMPUTE AUD-REJECT-COUNT = REQUEST-REJECT-COUNT
                   + NEW-WAIT-COUNT
           MOVE SEAT-COUNT TO AUD-GRAND-TOTAL
           MOVE RUN-DATE TO AUD-RUN-DATE
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "SEATS CARRIED IN  . . . . . " SCHEDULE-READ-COUNT
           DISPLAY "  DROPPED (INACTIVE/NO SECT) " SEATS-DROPPED-COUNT
           DISPLAY "WAITLIST ENTRIES READ . . . " WAIT-READ-COUNT
           DISPLAY "  SEATED FROM WAITLIST  . . " WAIT-SEATED-COUNT
           DISPLAY "  DROPPED FROM WAITLIST . . " WAIT-DROPPED-COUNT
           DISPLAY "COURSE REQUESTS READ  . . . " REQUEST-READ-COUNT
           DISPLAY "  REJECTED  . . . . . . . . " REQUEST-REJECT-COUNT
           DISPLAY "  SUBJECTS SEATED . . . . . " NEW-SEAT-COUNT
           DISPLAY "  SEATED IN AN ALTERNATE  . " ALTERNATE-SEAT-COUNT
           DISPLAY "  ALREADY SEATED/WAITING  . " DUPLICATE-COUNT
           DISPLAY "  NEWLY WAITLISTED  . . . . " NEW-WAIT-COUNT
           DISPLAY "SEATS HELD AFTER RUN  . . . " SEAT-COUNT
           DISPLAY "WAITLIST AFTER RUN  . . . . " WAIT-COUNT
           DISPLAY "-------------------------------------------"
           DISPLAY "SCHEDULES WRITTEN TO SCHEDRPT, CLASS LISTS TO "
                   "CLASSLST".
