           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMRQMNT.
      *>****************************************************************
      *> Immunization requirements maintenance.  Lets the nurse add,
      *> change, delete, and list IMMREQ rows -- vaccine, the age in
      *> years at which a number of doses is required, and the
      *> vaccine name printed on notices -- so a change in the state
      *> schedule is a table edit, not a program change.  The file is
      *> loaded into a work table kept in vaccine and age order,
      *> worked interactively, and rewritten on exit, the same shape
      *> as SECTMNT; IMMCHECK is then told to reload it.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE ASSIGN TO "IMMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQUIREMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIREMENT-FILE.
       01 REQUIREMENT-FD-RECORD PIC X(27).

       WORKING-STORAGE SECTION.
       01 REQUIREMENT-STATUS PIC XX VALUE "00".
       01 REQUIREMENT-EOF-SW PIC X(1) VALUE "N".
           88 REQUIREMENT-EOF VALUE "Y".
       COPY IMREQREC.
       COPY AUDITWK.
       COPY RUNPARM.
       COPY IMMWORK.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 OPERATOR-ID PIC X(8) VALUE SPACES.

       01 REQ-FILE-COUNT PIC 9(5) VALUE 0.
       01 REQ-COUNT PIC 9(3) VALUE 0.
       01 REQ-TABLE.
           02 REQ-ENTRY OCCURS 100 TIMES.
               03 RQT-RECORD PIC X(27).
               03 RQT-KEY REDEFINES RQT-RECORD PIC X(6).
               03 RQT-DELETED-SW PIC X(1).
                   88 RQT-DELETED VALUE "Y".
       01 REQ-IDX PIC 9(3) VALUE 0.
       01 REQ-FOUND-IDX PIC 9(3) VALUE 0.
       01 REQ-MOVE-IDX PIC 9(3) VALUE 0.

       01 MAINT-ACTION PIC X(1) VALUE SPACE.
           88 ACTION-ADD VALUE "A", "a".
           88 ACTION-CHANGE VALUE "C", "c".
           88 ACTION-DELETE VALUE "D", "d".
           88 ACTION-LIST VALUE "L", "l".
           88 ACTION-EXIT VALUE "X", "x".
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WORK-KEY.
           02 WORK-VACCINE PIC X(4).
           02 WORK-AGE PIC 99.
       01 AGE-IN PIC X(2) VALUE SPACES.
       01 AGE-DIGITS REDEFINES AGE-IN PIC 99.
       01 DOSES-IN PIC X(1) VALUE SPACE.
       01 DOSES-DIGIT REDEFINES DOSES-IN PIC 9.
       01 NAME-IN PIC X(20) VALUE SPACES.
       01 KEY-OK-SW PIC X(1) VALUE "N".
           88 KEY-OK VALUE "Y".

       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 DELETE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       IMMRQMNT-DRIVER.
           MOVE "N" TO MAINT-DONE-SW
           MOVE 0 TO ADD-COUNT
           MOVE 0 TO CHANGE-COUNT
           MOVE 0 TO DELETE-COUNT
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "IMMUNIZATION REQUIREMENTS MAINTENANCE"
           DISPLAY "OPERATOR ID " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED -- RUN ABORTED"
               GOBACK
           END-IF
           MOVE OPERATOR-ID TO AUD-OPERATOR
           PERFORM LOAD-REQUIREMENT-TABLE
      *>   Rewriting the file from the table would destroy any
      *>   records the table could not hold, so refuse to run rather
      *>   than lose them.
           IF REQ-FILE-COUNT > 100
               DISPLAY "TOO MANY REQUIREMENT RECORDS (" REQ-FILE-COUNT
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
                       PERFORM ADD-ONE-REQUIREMENT
                   WHEN ACTION-CHANGE
                       PERFORM CHANGE-ONE-REQUIREMENT
                   WHEN ACTION-DELETE
                       PERFORM DELETE-ONE-REQUIREMENT
                   WHEN ACTION-LIST
                       PERFORM LIST-ALL-REQUIREMENTS
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE -- PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM
           PERFORM REWRITE-REQUIREMENT-FILE
           MOVE "R" TO IMM-FUNCTION
           CALL "IMMCHECK" USING IMM-FUNCTION, IMM-STUDENT-ID,
                   IMM-BIRTH-DATE, IMM-RUN-DATE, IMM-RESULT-SW, IMM-AGE,
                   IMM-DUE-DATE, IMM-MISSING-COUNT, IMM-MISSING-TABLE,
                   IMM-ON-FILE-SW
           PERFORM WRITE-AUDIT-RECORD
           PERFORM DISPLAY-CONTROL-TOTALS
           GOBACK.

       LOAD-REQUIREMENT-TABLE.
           MOVE "N" TO REQUIREMENT-EOF-SW
           MOVE 0 TO REQ-FILE-COUNT
           MOVE 0 TO REQ-COUNT
           OPEN INPUT REQUIREMENT-FILE
           IF REQUIREMENT-STATUS = "35"
               DISPLAY "NO REQUIREMENTS ON FILE -- STARTING FROM EMPTY"
           ELSE
               READ REQUIREMENT-FILE
                   AT END SET REQUIREMENT-EOF TO TRUE
               END-READ
               PERFORM UNTIL REQUIREMENT-EOF
                   ADD 1 TO REQ-FILE-COUNT
                   IF REQ-FILE-COUNT <= 100
                       MOVE REQUIREMENT-FD-RECORD
                               TO RQT-RECORD(REQ-FILE-COUNT)
                       MOVE "N" TO RQT-DELETED-SW(REQ-FILE-COUNT)
                   END-IF
                   READ REQUIREMENT-FILE
                       AT END SET REQUIREMENT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
               IF REQ-FILE-COUNT <= 100
                   MOVE REQ-FILE-COUNT TO REQ-COUNT
               END-IF
           END-IF
           DISPLAY "REQUIREMENT RECORDS LOADED  . " REQ-COUNT.

       ACCEPT-REQUIREMENT-KEY.
           MOVE "Y" TO KEY-OK-SW
           DISPLAY "VACCINE CODE (4 CHARACTERS) " WITH NO ADVANCING
           ACCEPT WORK-VACCINE
           DISPLAY "AGE IN YEARS (00-21) " WITH NO ADVANCING
           ACCEPT AGE-IN
           IF WORK-VACCINE = SPACES
               DISPLAY "VACCINE CODE REQUIRED"
               MOVE "N" TO KEY-OK-SW
           END-IF
           IF AGE-IN IS NUMERIC AND AGE-DIGITS <= 21
               MOVE AGE-DIGITS TO WORK-AGE
           ELSE
               DISPLAY "AGE MUST BE 00-21"
               MOVE "N" TO KEY-OK-SW
           END-IF.

       FIND-REQUIREMENT-BY-KEY.
           MOVE 0 TO REQ-FOUND-IDX
           IF KEY-OK
               PERFORM VARYING REQ-IDX FROM 1 BY 1
                       UNTIL REQ-IDX > REQ-COUNT OR REQ-FOUND-IDX > 0
                   IF RQT-KEY(REQ-IDX) = WORK-KEY
                           AND NOT RQT-DELETED(REQ-IDX)
                       MOVE REQ-IDX TO REQ-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

       ADD-ONE-REQUIREMENT.
           PERFORM ACCEPT-REQUIREMENT-KEY
           PERFORM FIND-REQUIREMENT-BY-KEY
           EVALUATE TRUE
               WHEN NOT KEY-OK
                   CONTINUE
               WHEN REQ-FOUND-IDX > 0
                   DISPLAY "REQUIREMENT ALREADY ON FILE -- USE CHANGE"
               WHEN REQ-COUNT >= 100
                   DISPLAY "REQUIREMENT TABLE FULL -- ADD REFUSED"
               WHEN OTHER
                   MOVE WORK-VACCINE TO RQ-VACCINE
                   MOVE WORK-AGE TO RQ-AGE
                   MOVE SPACES TO RQ-VACCINE-NAME
                   PERFORM ACCEPT-REQUIREMENT-DETAIL
                   PERFORM INSERT-REQUIREMENT-IN-ORDER
                   ADD 1 TO ADD-COUNT
                   DISPLAY "REQUIREMENT ADDED"
           END-EVALUATE.

      *>   The row goes in ahead of the first live row with a higher
      *>   key, so the rewritten file lists each vaccine's schedule
      *>   together, youngest age first.
       INSERT-REQUIREMENT-IN-ORDER.
           MOVE 1 TO REQ-FOUND-IDX
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > REQ-COUNT
               IF RQT-KEY(REQ-IDX) < WORK-KEY
                   COMPUTE REQ-FOUND-IDX = REQ-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING REQ-MOVE-IDX FROM REQ-COUNT BY -1
                   UNTIL REQ-MOVE-IDX < REQ-FOUND-IDX
               MOVE REQ-ENTRY(REQ-MOVE-IDX) TO REQ-ENTRY(REQ-MOVE-IDX + 1)
           END-PERFORM
           ADD 1 TO REQ-COUNT
           MOVE IMM-REQUIREMENT-RECORD TO RQT-RECORD(REQ-FOUND-IDX)
           MOVE "N" TO RQT-DELETED-SW(REQ-FOUND-IDX).

       CHANGE-ONE-REQUIREMENT.
           PERFORM ACCEPT-REQUIREMENT-KEY
           PERFORM FIND-REQUIREMENT-BY-KEY
           IF KEY-OK
               IF REQ-FOUND-IDX = 0
                   DISPLAY "REQUIREMENT NOT ON FILE -- USE ADD"
               ELSE
                   MOVE RQT-RECORD(REQ-FOUND-IDX)
                           TO IMM-REQUIREMENT-RECORD
                   PERFORM ACCEPT-REQUIREMENT-DETAIL
                   MOVE IMM-REQUIREMENT-RECORD
                           TO RQT-RECORD(REQ-FOUND-IDX)
                   ADD 1 TO CHANGE-COUNT
                   DISPLAY "REQUIREMENT CHANGED"
               END-IF
           END-IF.

       DELETE-ONE-REQUIREMENT.
           PERFORM ACCEPT-REQUIREMENT-KEY
           PERFORM FIND-REQUIREMENT-BY-KEY
           IF KEY-OK
               IF REQ-FOUND-IDX = 0
                   DISPLAY "REQUIREMENT NOT ON FILE"
               ELSE
                   MOVE "Y" TO RQT-DELETED-SW(REQ-FOUND-IDX)
                   ADD 1 TO DELETE-COUNT
                   DISPLAY "REQUIREMENT DELETED"
               END-IF
           END-IF.

      *>   A blank name on a change keeps the name already on file; a
      *>   new row must be given one, since it prints on the notices.
       ACCEPT-REQUIREMENT-DETAIL.
           MOVE SPACES TO DOSES-IN
           PERFORM UNTIL DOSES-IN IS NUMERIC AND DOSES-DIGIT > 0
               DISPLAY "DOSES REQUIRED BY THAT AGE (1-9) "
                       WITH NO ADVANCING
               ACCEPT DOSES-IN
           END-PERFORM
           MOVE DOSES-DIGIT TO RQ-DOSES
           DISPLAY "VACCINE NAME (BLANK=" RQ-VACCINE-NAME ") "
                   WITH NO ADVANCING
           ACCEPT NAME-IN
           PERFORM UNTIL NAME-IN NOT = SPACES
                   OR RQ-VACCINE-NAME NOT = SPACES
               DISPLAY "VACCINE NAME REQUIRED " WITH NO ADVANCING
               ACCEPT NAME-IN
           END-PERFORM
           IF NAME-IN NOT = SPACES
               MOVE NAME-IN TO RQ-VACCINE-NAME
           END-IF.

       LIST-ALL-REQUIREMENTS.
           DISPLAY "-------------------------------------------"
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > REQ-COUNT
               IF NOT RQT-DELETED(REQ-IDX)
                   MOVE RQT-RECORD(REQ-IDX) TO IMM-REQUIREMENT-RECORD
                   DISPLAY RQ-VACCINE "  AGE " RQ-AGE "  DOSES "
                           RQ-DOSES "  " RQ-VACCINE-NAME
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------".

       REWRITE-REQUIREMENT-FILE.
           OPEN OUTPUT REQUIREMENT-FILE
           PERFORM VARYING REQ-IDX FROM 1 BY 1 UNTIL REQ-IDX > REQ-COUNT
               IF NOT RQT-DELETED(REQ-IDX)
                   WRITE REQUIREMENT-FD-RECORD FROM RQT-RECORD(REQ-IDX)
               END-IF
           END-PERFORM
           CLOSE REQUIREMENT-FILE.

       WRITE-AUDIT-RECORD.
           MOVE "IMMRQMNT" TO AUD-PROGRAM
           MOVE "I" TO AUD-MODE
           MOVE REQ-COUNT TO AUD-READ-COUNT
           COMPUTE AUD-WRITE-COUNT = ADD-COUNT + CHANGE-COUNT
           MOVE DELETE-COUNT TO AUD-REJECT-COUNT
           MOVE 0 TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.

       DISPLAY-CONTROL-TOTALS.
           DISPLAY "-------------------------------------------"
           DISPLAY "REQUIREMENTS ADDED  . . . . " ADD-COUNT
           DISPLAY "REQUIREMENTS CHANGED  . . . " CHANGE-COUNT
           DISPLAY "REQUIREMENTS DELETED  . . . " DELETE-COUNT
           DISPLAY "-------------------------------------------".
