           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJMNT.
      *>****************************************************************
      *> Subject catalog maintenance.  Lets the operator add,
      *> change, delete, and list SUBJREF records (subject code,
      *> title, department, credit weight, active flag).  The file is
      *> loaded into a work table, worked interactively, and
      *> rewritten on exit, the same shape as SECTMNT.  A subject
      *> that already has score history should be retired (active
      *> flag N) rather than deleted, so RPTCARD still finds its
      *> credit weight when an old term is reprinted.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBJECT-REF-FILE.
       01 SUBJECT-REF-FD-RECORD PIC X(31).

       WORKING-STORAGE SECTION.
       01 SUBJECT-REF-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-EOF-SW PIC X(1) VALUE "N".
           88 SUBJECT-REF-EOF VALUE "Y".
       COPY SUBJREC.
       COPY AUDITWK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 SUBJ-FILE-COUNT PIC 9(5) VALUE 0.
       01 SUBJ-COUNT PIC 9(3) VALUE 0.
       01 SUBJ-TABLE.
           02 SUBJ-ENTRY OCCURS 200 TIMES.
               03 SJT-RECORD PIC X(31).
               03 SJT-DELETED-SW PIC X(1).
                   88 SJT-DELETED VALUE "Y".
       01 SUBJ-IDX PIC 9(3) VALUE 0.
       01 SUBJ-FOUND-IDX PIC 9(3) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-ADD VALUE "A", "a".
           88 ACTION-CHANGE VALUE "C", "c".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WORK-SUBJECT-CODE PIC X(3) VALUE SPACES.

       01 CREDIT-WEIGHT-IN PIC X(3) VALUE SPACES.
       01 CREDIT-WEIGHT-DIGITS PIC 9(3) VALUE 0.
       01 CREDIT-WEIGHT-NUM REDEFINES CREDIT-WEIGHT-DIGITS PIC 9V99.

       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       SUBJMNT-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "SUBJECT CATALOG MAINTENANCE"
           PERFORM LOAD-SUBJECT-REF-TABLE
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF SUBJ-FILE-COUNT > 200
               DISPLAY "TOO MANY SUBJECT RECORDS (" SUBJ-FILE-COUNT
                       ") -- RUN ABORTED, FILE UNCHANGED"
               GOBACK
           END-IF
           PERFORM UNTIL MAINT-DONE
               DISPLAY "ACTION (A=ADD, C=CHANGE, D=DELETE, L=LIST, "
                       "X=EXIT) " WITH NO ADVANCING
               ACCEPT MAINT-ACTION
               EVALUATE TRUE
                   WHEN ACTION-EXIT
                       SET MAINT-DONE TO TRUE
                   WHEN ACTION-ADD
                       PERFORM ADD-ONE-SUBJECT
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-ONE-SUBJECT
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-SUBJECT
                   WHEN ACTION-LIST
                       PERFORM LIST-ALL-SUBJECTS
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           PERFORM REWRITE-SUBJECT-REF-FILE
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-SUBJECT-REF-TABLE.
           MOVE "N" TO SUBJECT-REF-EOF-SW
           MOVE 0 TO SUBJ-FILE-COUNT
           MOVE 0 TO SUBJ-COUNT
           OPEN INPUT SUBJECT-REF-FILE
           IF SUBJECT-REF-STATUS = "35"
               DISPLAY "NO SUBJECT CATALOG ON FILE -- STARTING "
                       "FROM EMPTY"
           ELSE
               READ SUBJECT-REF-FILE
                   AT END SET SUBJECT-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SUBJECT-REF-EOF
                   ADD 1 TO SUBJ-FILE-COUNT
                   IF SUBJ-FILE-COUNT <= 200
                       MOVE SUBJECT-REF-FD-RECORD
                               TO SJT-RECORD(SUBJ-FILE-COUNT)
                       MOVE "N" TO SJT-DELETED-SW(SUBJ-FILE-COUNT)
                   END-IF
                   READ SUBJECT-REF-FILE
                       AT END SET SUBJECT-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-REF-FILE
               IF SUBJ-FILE-COUNT <= 200
                   MOVE SUBJ-FILE-COUNT TO SUBJ-COUNT
               END-IF
           END-IF
           DISPLAY "SUBJECT RECORDS LOADED  . . . " SUBJ-COUNT.

       FIND-SUBJECT-BY-CODE.
           MOVE 0 TO SUBJ-FOUND-IDX
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT OR SUBJ-FOUND-IDX > 0
               MOVE SJT-RECORD(SUBJ-IDX) TO SUBJECT-REF-RECORD
               IF SB-SUBJECT-CODE = WORK-SUBJECT-CODE
                       AND NOT SJT-DELETED(SUBJ-IDX)
                   MOVE SUBJ-IDX TO SUBJ-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-ONE-SUBJECT.
           DISPLAY "SUBJECT CODE (3 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-SUBJECT-CODE
           PERFORM FIND-SUBJECT-BY-CODE
           IF SUBJ-FOUND-IDX > 0
               DISPLAY "SUBJECT ALREADY ON FILE -- USE CHANGE"
           ELSE
               IF SUBJ-COUNT >= 200
                   DISPLAY "SUBJECT TABLE FULL -- ADD REFUSED"
               ELSE
                   MOVE WORK-SUBJECT-CODE TO SB-SUBJECT-CODE
                   PERFORM ACCEPT-SUBJECT-DETAIL
                   ADD 1 TO SUBJ-COUNT
                   MOVE SUBJECT-REF-RECORD TO SJT-RECORD(SUBJ-COUNT)
                   MOVE "N" TO SJT-DELETED-SW(SUBJ-COUNT)
                   ADD 1 TO ADD-COUNT
                   DISPLAY "SUBJECT ADDED"
               END-IF
           END-IF.

       CHANGE-ONE-SUBJECT.
           DISPLAY "SUBJECT CODE (3 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-SUBJECT-CODE
           PERFORM FIND-SUBJECT-BY-CODE
           IF SUBJ-FOUND-IDX = 0
               DISPLAY "SUBJECT NOT ON FILE -- USE ADD"
           ELSE
               MOVE WORK-SUBJECT-CODE TO SB-SUBJECT-CODE
               PERFORM ACCEPT-SUBJECT-DETAIL
               MOVE SUBJECT-REF-RECORD
                       TO SJT-RECORD(SUBJ-FOUND-IDX)
               ADD 1 TO CHANGE-COUNT
               DISPLAY "SUBJECT CHANGED"
           END-IF.

       DELETE-ONE-SUBJECT.
           DISPLAY "SUBJECT CODE (3 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-SUBJECT-CODE
           PERFORM FIND-SUBJECT-BY-CODE
           IF SUBJ-FOUND-IDX = 0
               DISPLAY "SUBJECT NOT ON FILE"
           ELSE
               MOVE "Y" TO SJT-DELETED-SW(SUBJ-FOUND-IDX)
               ADD 1 TO DELETE-COUNT
               DISPLAY "SUBJECT DELETED"
           END-IF.

      *>   The credit weight is keyed as three digits with the
      *>   decimal point implied (100 = 1.00 credit, 050 = a half),
      *>   and is re-asked until it is numeric and not zero.
       ACCEPT-SUBJECT-DETAIL.
           DISPLAY "TITLE " WITH NO ADVANCING
           ACCEPT SB-TITLE
           DISPLAY "DEPARTMENT (4 CHARACTERS) " WITH NO ADVANCING
           ACCEPT SB-DEPARTMENT
           MOVE SPACES TO CREDIT-WEIGHT-IN
           PERFORM UNTIL CREDIT-WEIGHT-IN IS NUMERIC
                   AND CREDIT-WEIGHT-IN NOT = "000"
               DISPLAY "CREDIT WEIGHT (3 DIGITS, 100=1.00) "
                       WITH NO ADVANCING
               ACCEPT CREDIT-WEIGHT-IN
           END-PERFORM
           MOVE CREDIT-WEIGHT-IN TO CREDIT-WEIGHT-DIGITS
           MOVE CREDIT-WEIGHT-NUM TO SB-CREDIT-WEIGHT
           MOVE SPACE TO SB-ACTIVE-SW
           PERFORM UNTIL SB-ACTIVE OR SB-RETIRED
               DISPLAY "ACTIVE (Y/N) " WITH NO ADVANCING
               ACCEPT SB-ACTIVE-SW
           END-PERFORM.

       LIST-ALL-SUBJECTS.
           DISPLAY "-------------------------------------------"
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT
               IF NOT SJT-DELETED(SUBJ-IDX)
                   MOVE SJT-RECORD(SUBJ-IDX) TO SUBJECT-REF-RECORD
                   DISPLAY SB-SUBJECT-CODE "  " SB-TITLE
                           "  " SB-DEPARTMENT
                           "  CREDIT " SB-CREDIT-WEIGHT
                           "  ACTIVE " SB-ACTIVE-SW
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------".

       REWRITE-SUBJECT-REF-FILE.
           OPEN OUTPUT SUBJECT-REF-FILE
           PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                   UNTIL SUBJ-IDX > SUBJ-COUNT
               IF NOT SJT-DELETED(SUBJ-IDX)
                   WRITE SUBJECT-REF-FD-RECORD
                           FROM SJT-RECORD(SUBJ-IDX)
               END-IF
           END-PERFORM
           CLOSE SUBJECT-REF-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "SUBJMNT " TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE SUBJ-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ADD-COUNT + CHANGE-COUNT
           MOVE DELETE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "SUBJECTS ADDED  . . . . . . " ADD-COUNT
           DISPLAY "SUBJECTS CHANGED  . . . . . " CHANGE-COUNT
           DISPLAY "SUBJECTS DELETED  . . . . . " DELETE-COUNT
           DISPLAY "-------------------------------------------".
