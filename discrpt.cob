           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCRPT.
      *>****************************************************************
      *> Monthly discipline report.  Every INCIDENT dated in the
      *> requested month is counted by incident type (with the school
      *> days of out-of-school suspension it brought), by the section
      *> it happened in and by the student's grade level.  Any
      *> student with at least the DISC-REPEAT run parameter's number
      *> of incidents in the month is listed as a repeat offender
      *> with the name from the enrollee master and the month's
      *> absences and suspended days from ATTTOTL, so the office sees
      *> behaviour and attendance side by side.
      *> Report goes to DISCRPT.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCIDENT-STATUS.
           SELECT ATTEND-TOTAL-FILE ASSIGN TO "ATTTOTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-TOTAL-STATUS.
           SELECT DISC-REPORT-FILE ASSIGN TO "DISCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISC-REPORT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       COPY INCDREC.

       FD  ATTEND-TOTAL-FILE.
       COPY ATTHREC.

       FD  DISC-REPORT-FILE.
       01 DISC-REPORT-LINE PIC X(90).

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 INCIDENT-STATUS PIC XX VALUE "00".
       01 ATTEND-TOTAL-STATUS PIC XX VALUE "00".
       01 DISC-REPORT-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 INCIDENT-EOF-SW PIC X(1) VALUE "N".
           88 INCIDENT-EOF VALUE "Y".
       01 TOTAL-EOF-SW PIC X(1) VALUE "N".
           88 TOTAL-EOF VALUE "Y".
       01 MASTER-CHECK-SW PIC X(1) VALUE "N".
           88 MASTER-CHECK-ON VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 REPORT-MONTH PIC 9(6) VALUE 0.
       01 REPORT-MONTH-IN PIC X(6) VALUE SPACES.
       COPY AUDITWK.
       COPY RUNPARM.

      *>   Incident types in the order they print, with their titles.
       01 TYPE-NAME-VALUES.
           02 FILLER PIC X(24) VALUE "FGHTFIGHTING            ".
           02 FILLER PIC X(24) VALUE "DISRDISRUPTION          ".
           02 FILLER PIC X(24) VALUE "DEFIDEFIANCE            ".
           02 FILLER PIC X(24) VALUE "BULYBULLYING/HARASSMENT ".
           02 FILLER PIC X(24) VALUE "VANDVANDALISM           ".
           02 FILLER PIC X(24) VALUE "THFTTHEFT               ".
           02 FILLER PIC X(24) VALUE "SUBSTOBACCO/ALCOHOL/DRUG".
           02 FILLER PIC X(24) VALUE "WEAPWEAPON              ".
           02 FILLER PIC X(24) VALUE "OTHROTHER               ".
       01 TYPE-NAME-TABLE REDEFINES TYPE-NAME-VALUES.
           02 TYPE-NAME-ENTRY OCCURS 9 TIMES.
               03 TN-CODE PIC X(4).
               03 TN-TITLE PIC X(20).
       01 TYPE-TOTALS.
           02 TYPE-TOTAL-ENTRY OCCURS 9 TIMES.
               03 TT-COUNT PIC 9(5).
               03 TT-SUSP-COUNT PIC 9(5).
               03 TT-SUSP-DAYS PIC 9(5).
       01 TYPE-IDX PIC 9(2) VALUE 0.
       01 TYPE-FOUND-IDX PIC 9(2) VALUE 0.

      *>   Sections are kept in ascending order as they are met; a
      *>   blank section is an incident outside class.
       01 SECT-COUNT PIC 9(3) VALUE 0.
       01 SECT-TABLE.
           02 SECT-ENTRY OCCURS 200 TIMES.
               03 ST-SECTION PIC X(3).
               03 ST-COUNT PIC 9(5).
       01 SECT-IDX PIC 9(3) VALUE 0.
       01 SECT-FOUND-IDX PIC 9(3) VALUE 0.
       01 SECT-MOVE-IDX PIC 9(3) VALUE 0.

      *>   Grade levels 00 (kindergarten) through 12.
       01 GRADE-TOTALS.
           02 GRADE-TOTAL-ENTRY OCCURS 13 TIMES.
               03 GT-COUNT PIC 9(5).
       01 GRADE-IDX PIC 9(2) VALUE 0.
       01 GRADE-LEVEL PIC 99 VALUE 0.

       01 STU-COUNT PIC 9(4) VALUE 0.
       01 STU-TABLE.
           02 STU-ENTRY OCCURS 3000 TIMES.
               03 SU-STUDENT-ID PIC 9(7).
               03 SU-INCIDENTS PIC 9(3).
               03 SU-ABSENT PIC 9(3).
               03 SU-SUSPENDED PIC 9(3).
       01 STU-IDX PIC 9(4) VALUE 0.
       01 STU-FOUND-IDX PIC 9(4) VALUE 0.
       01 SEARCH-STUDENT-ID PIC 9(7) VALUE 0.

       01 FILE-INCIDENT-COUNT PIC 9(7) VALUE 0.
       01 MONTH-INCIDENT-COUNT PIC 9(7) VALUE 0.
       01 MONTH-SUSP-DAYS PIC 9(7) VALUE 0.
       01 REPEAT-COUNT PIC 9(5) VALUE 0.
       01 OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 STUDENT-NAME PIC X(30) VALUE SPACES.

       01 TYPE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-CODE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 TD-TITLE PIC X(20).
           02 TD-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TD-SUSP-COUNT PIC ZZ,ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TD-SUSP-DAYS PIC ZZ,ZZ9.

       01 SECT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-SECTION PIC X(14).
           02 SD-COUNT PIC ZZ,ZZ9.

       01 GRADE-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE "GRADE ".
           02 GD-GRADE PIC 99.
           02 FILLER PIC X(6) VALUE SPACES.
           02 GD-COUNT PIC ZZ,ZZ9.

       01 REPEAT-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RP-NAME PIC X(30).
           02 RP-INCIDENTS PIC ZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 RP-ABSENT PIC ZZ9.
           02 FILLER PIC X(8) VALUE SPACES.
           02 RP-SUSPENDED PIC ZZ9.

       PROCEDURE DIVISION.
       DISCRPT-DRIVER.
           MOVE "N" TO INCIDENT-EOF-SW
           MOVE 0 TO FILE-INCIDENT-COUNT
           MOVE 0 TO MONTH-INCIDENT-COUNT
           MOVE 0 TO MONTH-SUSP-DAYS
           MOVE 0 TO REPEAT-COUNT
           MOVE 0 TO OVERFLOW-COUNT
           MOVE 0 TO SECT-COUNT
           MOVE 0 TO STU-COUNT
           INITIALIZE TYPE-TOTALS
           INITIALIZE GRADE-TOTALS
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "DISCIPLINE REPORT FOR MONTH (YYYYMM, "
                   "BLANK=CURRENT) " WITH NO ADVANCING
           ACCEPT REPORT-MONTH-IN
           IF REPORT-MONTH-IN IS NUMERIC
               MOVE REPORT-MONTH-IN TO REPORT-MONTH
           ELSE
               MOVE RUN-DATE(1:6) TO REPORT-MONTH
           END-IF
           OPEN INPUT INCIDENT-FILE
           IF INCIDENT-STATUS = "35"
               DISPLAY "NO INCIDENTS ON FILE -- INCIDENT NOT FOUND"
               GOBACK
           END-IF
           READ INCIDENT-FILE
               AT END SET INCIDENT-EOF TO TRUE
           END-READ
           PERFORM UNTIL INCIDENT-EOF
               ADD 1 TO FILE-INCIDENT-COUNT
               IF IN-INCIDENT-DATE(1:6) = REPORT-MONTH
                   PERFORM COUNT-ONE-INCIDENT
               END-IF
               READ INCIDENT-FILE
                   AT END SET INCIDENT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           PERFORM ADD-MONTH-ATTENDANCE
           OPEN OUTPUT DISC-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
           PERFORM WRITE-TYPE-SUMMARY
           PERFORM WRITE-SECTION-SUMMARY
           PERFORM WRITE-GRADE-SUMMARY
           PERFORM WRITE-REPEAT-OFFENDERS
           CLOSE DISC-REPORT-FILE
           IF MONTH-INCIDENT-COUNT = 0
               DISPLAY "NO INCIDENTS FOR THAT MONTH -- NOTHING TO "
                       "REPORT"
           END-IF
           IF OVERFLOW-COUNT > 0
               DISPLAY "STUDENT TABLE FULL -- " OVERFLOW-COUNT
                       " INCIDENTS LEFT OFF THE REPEAT LIST"
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "DISCIPLINE REPORT WRITTEN TO DISCRPT -- "
                   MONTH-INCIDENT-COUNT " INCIDENTS, "
                   REPEAT-COUNT " REPEAT OFFENDERS"
           GOBACK.

       COUNT-ONE-INCIDENT.
           ADD 1 TO MONTH-INCIDENT-COUNT
           MOVE 0 TO TYPE-FOUND-IDX
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 9 OR TYPE-FOUND-IDX > 0
               IF TN-CODE(TYPE-IDX) = IN-TYPE
                   MOVE TYPE-IDX TO TYPE-FOUND-IDX
               END-IF
           END-PERFORM
           IF TYPE-FOUND-IDX = 0
               MOVE 9 TO TYPE-FOUND-IDX
           END-IF
           ADD 1 TO TT-COUNT(TYPE-FOUND-IDX)
           IF IN-SUSPENSION
               ADD 1 TO TT-SUSP-COUNT(TYPE-FOUND-IDX)
               ADD IN-SUSP-DAYS TO TT-SUSP-DAYS(TYPE-FOUND-IDX)
               ADD IN-SUSP-DAYS TO MONTH-SUSP-DAYS
           END-IF
           PERFORM COUNT-INCIDENT-SECTION
           IF IN-GRADE IS NUMERIC AND IN-GRADE <= 12
               COMPUTE GRADE-IDX = IN-GRADE + 1
               ADD 1 TO GT-COUNT(GRADE-IDX)
           END-IF
           PERFORM COUNT-INCIDENT-STUDENT.

       COUNT-INCIDENT-SECTION.
           MOVE 0 TO SECT-FOUND-IDX
           PERFORM VARYING SECT-IDX FROM 1 BY 1
                   UNTIL SECT-IDX > SECT-COUNT OR SECT-FOUND-IDX > 0
               IF ST-SECTION(SECT-IDX) = IN-SECTION
                   MOVE SECT-IDX TO SECT-FOUND-IDX
               END-IF
           END-PERFORM
           IF SECT-FOUND-IDX = 0 AND SECT-COUNT < 200
      *>       Open a slot at the insertion point so the table stays
      *>       in section order for printing.
               MOVE 1 TO SECT-FOUND-IDX
               PERFORM VARYING SECT-IDX FROM 1 BY 1
                       UNTIL SECT-IDX > SECT-COUNT
                   IF ST-SECTION(SECT-IDX) < IN-SECTION
                       COMPUTE SECT-FOUND-IDX = SECT-IDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING SECT-MOVE-IDX FROM SECT-COUNT BY -1
                       UNTIL SECT-MOVE-IDX < SECT-FOUND-IDX
                   MOVE SECT-ENTRY(SECT-MOVE-IDX)
                           TO SECT-ENTRY(SECT-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO SECT-COUNT
               MOVE IN-SECTION TO ST-SECTION(SECT-FOUND-IDX)
               MOVE 0 TO ST-COUNT(SECT-FOUND-IDX)
           END-IF
           IF SECT-FOUND-IDX > 0
               ADD 1 TO ST-COUNT(SECT-FOUND-IDX)
           END-IF.

       COUNT-INCIDENT-STUDENT.
           MOVE IN-STUDENT-ID TO SEARCH-STUDENT-ID
           PERFORM FIND-STUDENT-ENTRY
           IF STU-FOUND-IDX = 0
               IF STU-COUNT < 3000
                   ADD 1 TO STU-COUNT
                   MOVE STU-COUNT TO STU-FOUND-IDX
                   MOVE SEARCH-STUDENT-ID
                       TO SU-STUDENT-ID(STU-FOUND-IDX)
                   MOVE 0 TO SU-INCIDENTS(STU-FOUND-IDX)
                   MOVE 0 TO SU-ABSENT(STU-FOUND-IDX)
                   MOVE 0 TO SU-SUSPENDED(STU-FOUND-IDX)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
           END-IF
           IF STU-FOUND-IDX > 0
               ADD 1 TO SU-INCIDENTS(STU-FOUND-IDX)
           END-IF.

       FIND-STUDENT-ENTRY.
           MOVE 0 TO STU-FOUND-IDX
           PERFORM VARYING STU-IDX FROM 1 BY 1
                   UNTIL STU-IDX > STU-COUNT OR STU-FOUND-IDX > 0
               IF SU-STUDENT-ID(STU-IDX) = SEARCH-STUDENT-ID
                   MOVE STU-IDX TO STU-FOUND-IDX
               END-IF
           END-PERFORM.

      *>   The month's absences and suspended days, all sections, for
      *>   every student with an incident in the month.
       ADD-MONTH-ATTENDANCE.
           IF STU-COUNT > 0
               OPEN INPUT ATTEND-TOTAL-FILE
               IF ATTEND-TOTAL-STATUS = "35"
                   DISPLAY "NO ATTENDANCE TOTALS ON FILE -- ABSENCES "
                           "SHOWN AS ZERO"
               ELSE
                   MOVE "N" TO TOTAL-EOF-SW
                   READ ATTEND-TOTAL-FILE
                       AT END SET TOTAL-EOF TO TRUE
                   END-READ
                   PERFORM UNTIL TOTAL-EOF
                       IF AH-MONTH = REPORT-MONTH
                           MOVE AH-STUDENT-ID TO SEARCH-STUDENT-ID
                           PERFORM FIND-STUDENT-ENTRY
                           IF STU-FOUND-IDX > 0
                               IF AH-SUSPENDED-COUNT NOT NUMERIC
                                   MOVE 0 TO AH-SUSPENDED-COUNT
                               END-IF
                               ADD AH-ABSENT-COUNT
                                   TO SU-ABSENT(STU-FOUND-IDX)
                               ADD AH-SUSPENDED-COUNT
                                   TO SU-SUSPENDED(STU-FOUND-IDX)
                           END-IF
                       END-IF
                       READ ATTEND-TOTAL-FILE
                           AT END SET TOTAL-EOF TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE ATTEND-TOTAL-FILE
               END-IF
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO DISC-REPORT-LINE
           STRING "MONTHLY DISCIPLINE REPORT -- MONTH " REPORT-MONTH
               "  RUN " RUN-DATE
               DELIMITED BY SIZE INTO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE SPACES TO DISC-REPORT-LINE
           STRING "INCIDENTS " MONTH-INCIDENT-COUNT
               "  SCHOOL DAYS OF SUSPENSION " MONTH-SUSP-DAYS
               DELIMITED BY SIZE INTO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE ALL "-" TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE.

       WRITE-TYPE-SUMMARY.
           MOVE SPACES TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE "INCIDENTS BY TYPE" TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE "                             COUNT      SUSP      DAYS"
               TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           PERFORM VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 9
               MOVE TN-CODE(TYPE-IDX) TO TD-CODE
               MOVE TN-TITLE(TYPE-IDX) TO TD-TITLE
               MOVE TT-COUNT(TYPE-IDX) TO TD-COUNT
               MOVE TT-SUSP-COUNT(TYPE-IDX) TO TD-SUSP-COUNT
               MOVE TT-SUSP-DAYS(TYPE-IDX) TO TD-SUSP-DAYS
               WRITE DISC-REPORT-LINE FROM TYPE-DETAIL
           END-PERFORM.

       WRITE-SECTION-SUMMARY.
           MOVE SPACES TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE "INCIDENTS BY SECTION" TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           PERFORM VARYING SECT-IDX FROM 1 BY 1
                   UNTIL SECT-IDX > SECT-COUNT
               IF ST-SECTION(SECT-IDX) = SPACES
                   MOVE "OUTSIDE CLASS" TO SD-SECTION
               ELSE
                   MOVE SPACES TO SD-SECTION
                   STRING "SECTION " ST-SECTION(SECT-IDX)
                       DELIMITED BY SIZE INTO SD-SECTION
               END-IF
               MOVE ST-COUNT(SECT-IDX) TO SD-COUNT
               WRITE DISC-REPORT-LINE FROM SECT-DETAIL
           END-PERFORM.

       WRITE-GRADE-SUMMARY.
           MOVE SPACES TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE "INCIDENTS BY GRADE LEVEL" TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           PERFORM VARYING GRADE-IDX FROM 1 BY 1 UNTIL GRADE-IDX > 13
               IF GT-COUNT(GRADE-IDX) > 0
                   COMPUTE GRADE-LEVEL = GRADE-IDX - 1
                   MOVE GRADE-LEVEL TO GD-GRADE
                   MOVE GT-COUNT(GRADE-IDX) TO GD-COUNT
                   WRITE DISC-REPORT-LINE FROM GRADE-DETAIL
               END-IF
           END-PERFORM.

       WRITE-REPEAT-OFFENDERS.
           MOVE SPACES TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE SPACES TO DISC-REPORT-LINE
           STRING "REPEAT OFFENDERS -- " PARM-DISC-REPEAT
               " OR MORE INCIDENTS IN THE MONTH"
               DELIMITED BY SIZE INTO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE "  STUDENT  NAME                    INCIDENTS     ABSENT  SUSPENDED"
               TO DISC-REPORT-LINE
           WRITE DISC-REPORT-LINE
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "35"
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF
           PERFORM VARYING STU-IDX FROM 1 BY 1
                   UNTIL STU-IDX > STU-COUNT
               IF SU-INCIDENTS(STU-IDX) >= PARM-DISC-REPEAT
                   PERFORM WRITE-ONE-REPEAT-LINE
               END-IF
           END-PERFORM
           IF MASTER-CHECK-ON
               CLOSE MASTER-FILE
           END-IF
           IF REPEAT-COUNT = 0
               MOVE "  NONE" TO DISC-REPORT-LINE
               WRITE DISC-REPORT-LINE
           END-IF.

       WRITE-ONE-REPEAT-LINE.
           ADD 1 TO REPEAT-COUNT
           MOVE "*NOT ON MASTER*" TO STUDENT-NAME
           IF MASTER-CHECK-ON
               MOVE SU-STUDENT-ID(STU-IDX) TO EM-STUDENT-ID
               READ MASTER-FILE KEY IS EM-STUDENT-ID
                   NOT INVALID KEY MOVE EM-NAME TO STUDENT-NAME
               END-READ
           END-IF
           MOVE SU-STUDENT-ID(STU-IDX) TO RP-STUDENT-ID
           MOVE STUDENT-NAME TO RP-NAME
           MOVE SU-INCIDENTS(STU-IDX) TO RP-INCIDENTS
           MOVE SU-ABSENT(STU-IDX) TO RP-ABSENT
           MOVE SU-SUSPENDED(STU-IDX) TO RP-SUSPENDED
           WRITE DISC-REPORT-LINE FROM REPEAT-DETAIL.

       WRITE-AUDIT-RECORD.
           MOVE "DISCRPT " TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE FILE-INCIDENT-COUNT TO AUD-READ-COUNT
           MOVE MONTH-INCIDENT-COUNT TO AUD-WRITE-COUNT
           MOVE REPEAT-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.
