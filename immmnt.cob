           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMMNT.
      *>****************************************************************
      *> Immunization record maintenance.  The school nurse adds,
      *> changes, deletes and lists IMMUNIZ records -- the student's
      *> birth date, any medical or religious exemption, and for each
      *> vaccine the doses proved and the date of the latest one.  The
      *> student must be on the enrollee master, and a vaccine must be
      *> one the IMMREQ requirements table knows.  A record opened
      *> empty by MSTRUPDT or the weekly compliance run is brought up
      *> to date through change.  The file is loaded into a work
      *> table, worked interactively, and rewritten on exit, the same
      *> shape as SECTMNT; IMMCHECK is then told to reload it.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMMUNIZATION-FILE ASSIGN TO "IMMUNIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMMUNIZATION-STATUS.
           SELECT REQUIREMENT-FILE ASSIGN TO "IMMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUIREMENT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMMUNIZATION-FILE.
       01 IMMUNIZATION-FD-RECORD PIC X(170).

       FD  REQUIREMENT-FILE.
       COPY IMREQREC.

       FD  MASTER-FILE.
       COPY MASTREC.

       WORKING-STORAGE SECTION.
       01 IMMUNIZATION-STATUS PIC XX VALUE "00".
       01 REQUIREMENT-STATUS PIC XX VALUE "00".
       01 MASTER-STATUS PIC XX VALUE "00".
       01 IMMUNIZATION-EOF-SW PIC X(1) VALUE "N".
           88 IMMUNIZATION-EOF VALUE "Y".
       01 REQUIREMENT-EOF-SW PIC X(1) VALUE "N".
           88 REQUIREMENT-EOF VALUE "Y".
       COPY IMMUREC.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY IMMWORK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 IMZ-FILE-COUNT PIC 9(7) VALUE 0.
       01 IMZ-COUNT PIC 9(4) VALUE 0.
       01 IMZ-TABLE.
           02 IMZ-ENTRY OCCURS 3000 TIMES.
               03 IZT-RECORD PIC X(170).
               03 IZT-STUDENT-ID REDEFINES IZT-RECORD PIC 9(7).
               03 IZT-DELETED-SW PIC X(1).
                   88 IZT-DELETED VALUE "Y".
       01 IMZ-IDX PIC 9(4) VALUE 0.
       01 IMZ-FOUND-IDX PIC 9(4) VALUE 0.

      *>   The vaccine codes on IMMREQ, one entry per code however
      *>   many age rows it has.  Without the table any code is taken.
       01 VACCINE-CHECK-SW PIC X(1) VALUE "N".
           88 VACCINE-CHECK-ON VALUE "Y".
       01 VAX-COUNT PIC 9(3) VALUE 0.
       01 VAX-TABLE.
           02 VAX-ENTRY OCCURS 100 TIMES.
               03 VXT-VACCINE PIC X(4).
               03 VXT-NAME PIC X(20).
       01 VAX-IDX PIC 9(3) VALUE 0.
       01 VAX-FOUND-IDX PIC 9(3) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-ADD VALUE "A", "a".
           88 ACTION-CHANGE VALUE "C", "c".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 ENTRY-OK-SW PIC X(1) VALUE "N".
           88 ENTRY-OK VALUE "Y".
       01 DOSES-DONE-SW PIC X(1) VALUE "N".
           88 DOSES-DONE VALUE "Y".

       01 STUDENT-ID-IN PIC X(7) VALUE SPACES.
       01 STUDENT-ID-DIGITS REDEFINES STUDENT-ID-IN PIC 9(7).
       01 DATE-IN PIC X(8) VALUE SPACES.
       01 DATE-DIGITS REDEFINES DATE-IN PIC 9(8).
       01 DOSES-IN PIC X(1) VALUE SPACE.
       01 DOSES-DIGIT REDEFINES DOSES-IN PIC 9.
       01 EXEMPT-IN PIC X(1) VALUE SPACE.
       01 VACCINE-IN PIC X(4) VALUE SPACES.
       01 DAY-NUM PIC 9(8) VALUE 0.
       01 DATE-VALID-SW PIC X(1) VALUE "N".
           88 DATE-IS-VALID VALUE "Y".
       01 AGE PIC 99 VALUE 0.
       01 DOB-VALID-SW PIC X(1) VALUE "N".
           88 DOB-IS-VALID VALUE "Y".
       01 DOSE-IDX PIC 99 VALUE 0.
       01 DOSE-FOUND-IDX PIC 99 VALUE 0.
       01 DOSE-FREE-IDX PIC 99 VALUE 0.
       01 LIST-STUDENT-ID PIC 9(7) VALUE 0.
       01 LISTED-COUNT PIC 9(5) VALUE 0.

       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       IMMMNT-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           MOVE 0 TO REFUSED-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "IMMUNIZATION RECORD MAINTENANCE"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE OPERATOR-ID TO AUD-OPERATOR
           PERFORM LOAD-IMMUNIZATION-TABLE
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF IMZ-FILE-COUNT > 3000
               DISPLAY "TOO MANY IMMUNIZATION RECORDS (" IMZ-FILE-COUNT
                       ") -- RUN ABORTED, FILE UNCHANGED"
               GOBACK
           END-IF
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO MASTER ON FILE -- RECORDS CANNOT BE KEYED"
               GOBACK
           END-IF
           PERFORM LOAD-VACCINE-REFERENCE
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE, L=LIST, "
                       "X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-ADD
                       PERFORM ADD-ONE-RECORD
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-ONE-RECORD
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-RECORD
                   WHEN ACTION-LIST
                       PERFORM LIST-IMMUNIZATION-RECORDS
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           CLOSE MASTER-FILE
           PERFORM REWRITE-IMMUNIZATION-FILE
           MOVE "R" TO IMM-FUNCTION
           CALL "IMMCHECK" USING IMM-FUNCTION, IMM-STUDENT-ID,
                   IMM-BIRTH-DATE, IMM-RUN-DATE, IMM-RESULT-SW, IMM-AGE,
                   IMM-DUE-DATE, IMM-MISSING-COUNT, IMM-MISSING-TABLE,
                   IMM-ON-FILE-SW
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-IMMUNIZATION-TABLE.
           MOVE "N" TO IMMUNIZATION-EOF-SW
           MOVE 0 TO IMZ-FILE-COUNT
           MOVE 0 TO IMZ-COUNT
           OPEN INPUT IMMUNIZATION-FILE
           IF IMMUNIZATION-STATUS = "35"
               DISPLAY "NO IMMUNIZATION FILE ON FILE -- STARTING FROM "
                       "EMPTY"
           ELSE
               READ IMMUNIZATION-FILE
                   AT END SET IMMUNIZATION-EOF TO TRUE
               END-READ
               PERFORM UNTIL IMMUNIZATION-EOF
                   ADD 1 TO IMZ-FILE-COUNT
                   IF IMZ-FILE-COUNT <= 3000
                       MOVE IMMUNIZATION-FD-RECORD
                               TO IZT-RECORD(IMZ-FILE-COUNT)
                       MOVE "N" TO IZT-DELETED-SW(IMZ-FILE-COUNT)
                   END-IF
                   READ IMMUNIZATION-FILE
                       AT END SET IMMUNIZATION-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE IMMUNIZATION-FILE
               IF IMZ-FILE-COUNT <= 3000
                   MOVE IMZ-FILE-COUNT TO IMZ-COUNT
               END-IF
           END-IF
           DISPLAY "IMMUNIZATION RECORDS LOADED . " IMZ-COUNT.

       LOAD-VACCINE-REFERENCE.
           MOVE "N" TO VACCINE-CHECK-SW
           MOVE 0 TO VAX-COUNT
           MOVE "N" TO REQUIREMENT-EOF-SW
           OPEN INPUT REQUIREMENT-FILE
           IF REQUIREMENT-STATUS = "35"
               DISPLAY "WARNING -- NO IMMUNIZATION REQUIREMENTS ON "
                       "FILE, VACCINE CHECK DISABLED"
           ELSE
               MOVE "Y" TO VACCINE-CHECK-SW
               READ REQUIREMENT-FILE
                   AT END SET REQUIREMENT-EOF TO TRUE
               END-READ
               PERFORM UNTIL REQUIREMENT-EOF
                   MOVE RQ-VACCINE TO VACCINE-IN
                   PERFORM FIND-VACCINE-CODE
                   IF VAX-FOUND-IDX = 0 AND VAX-COUNT < 100
                       ADD 1 TO VAX-COUNT
                       MOVE RQ-VACCINE TO VXT-VACCINE(VAX-COUNT)
                       MOVE RQ-VACCINE-NAME TO VXT-NAME(VAX-COUNT)
                   END-IF
                   READ REQUIREMENT-FILE
                       AT END SET REQUIREMENT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
           END-IF.

       FIND-VACCINE-CODE.
           MOVE 0 TO VAX-FOUND-IDX
           PERFORM VARYING VAX-IDX FROM 1 BY 1
                   UNTIL VAX-IDX > VAX-COUNT OR VAX-FOUND-IDX > 0
               IF VXT-VACCINE(VAX-IDX) = VACCINE-IN
                   MOVE VAX-IDX TO VAX-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-RECORD-BY-STUDENT.
           MOVE 0 TO IMZ-FOUND-IDX
           DISPLAY "STUDENT ID " WITH NO ADVANCING
           ACCEPT STUDENT-ID-IN
           IF STUDENT-ID-IN IS NUMERIC
               PERFORM VARYING IMZ-IDX FROM 1 BY 1
                       UNTIL IMZ-IDX > IMZ-COUNT OR IMZ-FOUND-IDX > 0
                   IF IZT-STUDENT-ID(IMZ-IDX) = STUDENT-ID-DIGITS
                           AND NOT IZT-DELETED(IMZ-IDX)
                       MOVE IMZ-IDX TO IMZ-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF IMZ-FOUND-IDX > 0
               MOVE IZT-RECORD(IMZ-FOUND-IDX) TO IMMUNIZATION-RECORD
           END-IF.

       ADD-ONE-RECORD.
           IF IMZ-COUNT >= 3000
               DISPLAY "IMMUNIZATION TABLE FULL -- ADD REFUSED"
               ADD 1 TO REFUSED-COUNT
           ELSE
               MOVE "Y" TO ENTRY-OK-SW
               PERFORM FIND-RECORD-BY-STUDENT
               EVALUATE TRUE
                   WHEN STUDENT-ID-IN NOT NUMERIC
                           OR STUDENT-ID-DIGITS = 0
                       DISPLAY "STUDENT ID MUST BE 7 DIGITS -- NOT ADDED"
                       MOVE "N" TO ENTRY-OK-SW
                   WHEN IMZ-FOUND-IDX > 0
                       DISPLAY "RECORD ALREADY ON FILE -- USE CHANGE"
                       MOVE "N" TO ENTRY-OK-SW
                   WHEN OTHER
                       MOVE STUDENT-ID-DIGITS TO EM-STUDENT-ID
                       READ MASTER-FILE KEY IS EM-STUDENT-ID
                           INVALID KEY
                               DISPLAY "STUDENT NOT ON THE MASTER -- NOT "
                                       "ADDED"
                               MOVE "N" TO ENTRY-OK-SW
                           NOT INVALID KEY
                               DISPLAY "  NAME . . . . . " EM-NAME
                       END-READ
               END-EVALUATE
               IF ENTRY-OK
                   INITIALIZE IMMUNIZATION-RECORD
                   MOVE STUDENT-ID-DIGITS TO IZ-STUDENT-ID
                   MOVE RUN-DATE TO IZ-OPENED-DATE
                   PERFORM ACCEPT-RECORD-DETAIL
               END-IF
               IF ENTRY-OK
                   MOVE OPERATOR-ID TO IZ-UPDATED-BY
                   MOVE RUN-DATE TO IZ-UPDATED-DATE
                   ADD 1 TO IMZ-COUNT
                   MOVE IMMUNIZATION-RECORD TO IZT-RECORD(IMZ-COUNT)
                   MOVE "N" TO IZT-DELETED-SW(IMZ-COUNT)
                   ADD 1 TO ADD-COUNT
                   DISPLAY "IMMUNIZATION RECORD ADDED"
               ELSE
                   ADD 1 TO REFUSED-COUNT
               END-IF
           END-IF.

       CHANGE-ONE-RECORD.
           PERFORM FIND-RECORD-BY-STUDENT
           IF IMZ-FOUND-IDX = 0
               DISPLAY "IMMUNIZATION RECORD NOT ON FILE"
           ELSE
               PERFORM DISPLAY-ONE-RECORD
               MOVE "Y" TO ENTRY-OK-SW
               PERFORM ACCEPT-RECORD-DETAIL
               IF ENTRY-OK
                   MOVE OPERATOR-ID TO IZ-UPDATED-BY
                   MOVE RUN-DATE TO IZ-UPDATED-DATE
                   MOVE IMMUNIZATION-RECORD TO IZT-RECORD(IMZ-FOUND-IDX)
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "IMMUNIZATION RECORD CHANGED"
               ELSE
                   ADD 1 TO REFUSED-COUNT
                   DISPLAY "RECORD LEFT AS IT WAS"
               END-IF
           END-IF.

       DELETE-ONE-RECORD.
           PERFORM FIND-RECORD-BY-STUDENT
           IF IMZ-FOUND-IDX = 0
               DISPLAY "IMMUNIZATION RECORD NOT ON FILE"
           ELSE
               PERFORM DISPLAY-ONE-RECORD
               MOVE "Y" TO IZT-DELETED-SW(IMZ-FOUND-IDX)
               ADD 1 TO DELETE-COUNT
               DISPLAY "IMMUNIZATION RECORD DELETED"
           END-IF.

      *>   On a change a blank birth date or exemption keeps what is
      *>   on file; exemption N clears one.  The birth date must give
      *>   a plausible school age, the same test NITELY applies.
       ACCEPT-RECORD-DETAIL.
           DISPLAY "BIRTH DATE (YYYYMMDD, BLANK=" IZ-BIRTH-DATE ") "
                   WITH NO ADVANCING
           ACCEPT DATE-IN
           IF DATE-IN NOT = SPACES
               MOVE "N" TO DOB-VALID-SW
               IF DATE-IN IS NUMERIC
                   CALL "CALCAGE" USING DATE-DIGITS, RUN-DATE,
                           PARM-AGE-MIN, PARM-AGE-MAX, AGE, DOB-VALID-SW
               END-IF
               IF DOB-IS-VALID
                   MOVE DATE-DIGITS TO IZ-BIRTH-DATE
                   DISPLAY "  AGE  . . . . . " AGE
               ELSE
                   DISPLAY "INVALID BIRTH DATE OR AGE OUT OF RANGE"
                   MOVE "N" TO ENTRY-OK-SW
               END-IF
           END-IF
           IF ENTRY-OK
               DISPLAY "EXEMPTION (M=MEDICAL, R=RELIGIOUS, N=NONE, "
                       "BLANK=" IZ-EXEMPT-CODE ") " WITH NO ADVANCING
               ACCEPT EXEMPT-IN
               EVALUATE EXEMPT-IN
                   WHEN SPACE
                       CONTINUE
                   WHEN "N"
                       MOVE SPACE TO IZ-EXEMPT-CODE
                   WHEN "M"
                   WHEN "R"
                       MOVE EXEMPT-IN TO IZ-EXEMPT-CODE
                   WHEN OTHER
                       DISPLAY "EXEMPTION MUST BE M, R OR N"
                       MOVE "N" TO ENTRY-OK-SW
               END-EVALUATE
           END-IF
           IF ENTRY-OK
               PERFORM ACCEPT-DOSE-ENTRIES
           END-IF.

      *>   Vaccines are keyed one at a time until a blank code.  A
      *>   vaccine already on the record is updated in place; zero
      *>   doses takes it off the record.  A bad entry is refused on
      *>   its own without losing the ones keyed before it.
       ACCEPT-DOSE-ENTRIES.
           MOVE "N" TO DOSES-DONE-SW
           PERFORM UNTIL DOSES-DONE
               DISPLAY "VACCINE CODE (BLANK=DONE) " WITH NO ADVANCING
               ACCEPT VACCINE-IN
               IF VACCINE-IN = SPACES
                   SET DOSES-DONE TO TRUE
               ELSE
                   PERFORM ACCEPT-ONE-DOSE-ENTRY
               END-IF
           END-PERFORM.

       ACCEPT-ONE-DOSE-ENTRY.
           IF VACCINE-CHECK-ON
               PERFORM FIND-VACCINE-CODE
           ELSE
               MOVE 1 TO VAX-FOUND-IDX
           END-IF
           MOVE 0 TO DOSE-FOUND-IDX
           MOVE 0 TO DOSE-FREE-IDX
           PERFORM VARYING DOSE-IDX FROM 1 BY 1 UNTIL DOSE-IDX > 10
               IF IZ-VACCINE(DOSE-IDX) = VACCINE-IN
                   MOVE DOSE-IDX TO DOSE-FOUND-IDX
               END-IF
               IF (IZ-VACCINE(DOSE-IDX) = SPACES
                       OR IZ-DOSES(DOSE-IDX) = 0)
                       AND DOSE-FREE-IDX = 0
                   MOVE DOSE-IDX TO DOSE-FREE-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN VAX-FOUND-IDX = 0
                   DISPLAY "VACCINE NOT ON IMMREQ -- ENTRY REFUSED"
               WHEN DOSE-FOUND-IDX = 0 AND DOSE-FREE-IDX = 0
                   DISPLAY "RECORD HOLDS 10 VACCINES -- ENTRY REFUSED"
               WHEN OTHER
                   IF VACCINE-CHECK-ON
                       DISPLAY "  " VXT-NAME(VAX-FOUND-IDX)
                   END-IF
                   IF DOSE-FOUND-IDX = 0
                       MOVE DOSE-FREE-IDX TO DOSE-FOUND-IDX
                   END-IF
                   PERFORM ACCEPT-DOSES-AND-DATE
           END-EVALUATE.

       ACCEPT-DOSES-AND-DATE.
           DISPLAY "DOSES RECEIVED (0-9) " WITH NO ADVANCING
           ACCEPT DOSES-IN
           IF DOSES-IN NOT NUMERIC
               DISPLAY "DOSES MUST BE 0-9 -- ENTRY REFUSED"
           ELSE
               IF DOSES-DIGIT = 0
                   MOVE SPACES TO IZ-VACCINE(DOSE-FOUND-IDX)
                   MOVE 0 TO IZ-DOSES(DOSE-FOUND-IDX)
                   MOVE 0 TO IZ-LAST-DOSE-DATE(DOSE-FOUND-IDX)
                   DISPLAY "  VACCINE TAKEN OFF THE RECORD"
               ELSE
                   DISPLAY "DATE OF LAST DOSE (YYYYMMDD) "
                           WITH NO ADVANCING
                   ACCEPT DATE-IN
                   MOVE "N" TO DATE-VALID-SW
                   IF DATE-IN IS NUMERIC
                       CALL "DAYSCALC" USING DATE-DIGITS, DAY-NUM,
                               DATE-VALID-SW
                   END-IF
                   IF DATE-IS-VALID AND DATE-DIGITS <= RUN-DATE
                           AND DATE-DIGITS >= IZ-BIRTH-DATE
                       MOVE VACCINE-IN TO IZ-VACCINE(DOSE-FOUND-IDX)
                       MOVE DOSES-DIGIT TO IZ-DOSES(DOSE-FOUND-IDX)
                       MOVE DATE-DIGITS
                               TO IZ-LAST-DOSE-DATE(DOSE-FOUND-IDX)
                   ELSE
                       DISPLAY "INVALID, FUTURE OR PRE-BIRTH DATE -- "
                               "ENTRY REFUSED"
                   END-IF
               END-IF
           END-IF.

       LIST-IMMUNIZATION-RECORDS.
           DISPLAY "STUDENT ID (BLANK=ALL) " WITH NO ADVANCING
           ACCEPT STUDENT-ID-IN
           IF STUDENT-ID-IN IS NUMERIC
               MOVE STUDENT-ID-DIGITS TO LIST-STUDENT-ID
           ELSE
               MOVE 0 TO LIST-STUDENT-ID
           END-IF
           MOVE 0 TO LISTED-COUNT
           DISPLAY "-------------------------------------------"
           PERFORM VARYING IMZ-IDX FROM 1 BY 1
                   UNTIL IMZ-IDX > IMZ-COUNT
               IF NOT IZT-DELETED(IMZ-IDX)
                   MOVE IZT-RECORD(IMZ-IDX) TO IMMUNIZATION-RECORD
                   IF LIST-STUDENT-ID = 0
                           OR IZ-STUDENT-ID = LIST-STUDENT-ID
                       PERFORM DISPLAY-ONE-RECORD
                       ADD 1 TO LISTED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------"
           DISPLAY "RECORDS LISTED  . . . . . . " LISTED-COUNT.

       DISPLAY-ONE-RECORD.
           DISPLAY IZ-STUDENT-ID "  BORN " IZ-BIRTH-DATE "  EXEMPT "
                   IZ-EXEMPT-CODE "  OPENED " IZ-OPENED-DATE
                   "  UPDATED " IZ-UPDATED-DATE " " IZ-UPDATED-BY
           PERFORM VARYING DOSE-IDX FROM 1 BY 1 UNTIL DOSE-IDX > 10
               IF IZ-VACCINE(DOSE-IDX) NOT = SPACES
                   DISPLAY "       " IZ-VACCINE(DOSE-IDX) "  DOSES "
                           IZ-DOSES(DOSE-IDX) "  LAST "
                           IZ-LAST-DOSE-DATE(DOSE-IDX)
               END-IF
           END-PERFORM.

       REWRITE-IMMUNIZATION-FILE.
           OPEN OUTPUT IMMUNIZATION-FILE
           PERFORM VARYING IMZ-IDX FROM 1 BY 1
                   UNTIL IMZ-IDX > IMZ-COUNT
               IF NOT IZT-DELETED(IMZ-IDX)
                   WRITE IMMUNIZATION-FD-RECORD FROM IZT-RECORD(IMZ-IDX)
               END-IF
           END-PERFORM
           CLOSE IMMUNIZATION-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "IMMMNT  " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE IMZ-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ADD-COUNT + CHANGE-COUNT
           MOVE DELETE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "RECORDS ADDED . . . . . . . " ADD-COUNT
           DISPLAY "RECORDS CHANGED . . . . . . " CHANGE-COUNT
           DISPLAY "RECORDS DELETED . . . . . . " DELETE-COUNT
           DISPLAY "ENTRIES REFUSED . . . . . . " REFUSED-COUNT
           DISPLAY "-------------------------------------------".
