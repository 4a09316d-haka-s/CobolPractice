      *>****************************************************************
      *> Section reference maintenance.  Lets the operator add,
      *> change, delete, and list SECTREF records (section id,
      *> teacher, room, seat capacity, subject, meeting period).  The
      *> file is loaded into a work table, worked interactively, and
      *> rewritten on exit, the same shape as RECYCLE's suspense
      *> maintenance.  A typo keyed here is one record to fix; a typo
      *> that used to free-key a new section id split a class's
      *> statistics in two.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SECTION-REF-FILE.
       01 SECTION-REF-FD-RECORD PIC X(36).

       WORKING-STORAGE SECTION.
       01 SECTION-REF-STATUS PIC XX VALUE "00".
       01 SREF-COUNT PIC 9(3) VALUE 0.
       01 SREF-TABLE.
           02 SREF-ENTRY OCCURS 200 TIMES.
               03 SRT-RECORD PIC X(36).
               03 SRT-DELETED-SW PIC X(1).
                   88 SRT-DELETED VALUE "Y".
       01 SREF-IDX PIC 9(3) VALUE 0.
       01 MAINT-DONE-SW PIC X(1) VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WORK-SECTION-ID PIC X(3) VALUE SPACES.
       01 PERIOD-IN PIC X(2) VALUE SPACES.
       01 PERIOD-DIGITS REDEFINES PERIOD-IN PIC 99.

       01 ADD-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
           DISPLAY "ROOM " WITH NO ADVANCING
           ACCEPT SF-ROOM
           DISPLAY "SEAT CAPACITY (1-999) " WITH NO ADVANCING
           ACCEPT SF-CAPACITY
           DISPLAY "SUBJECT CODE " WITH NO ADVANCING
           ACCEPT SF-SUBJECT
           MOVE SPACES TO PERIOD-IN
           PERFORM UNTIL PERIOD-IN IS NUMERIC AND PERIOD-DIGITS <= 12
               DISPLAY "MEETING PERIOD (2 DIGITS, 00=NONE) "
                       WITH NO ADVANCING
               ACCEPT PERIOD-IN
           END-PERFORM
           MOVE PERIOD-DIGITS TO SF-PERIOD.

       LIST-ALL-SECTIONS.
           DISPLAY "-------------------------------------------"
                   DISPLAY SF-SECTION-ID "  " SF-TEACHER
                           "  ROOM " SF-ROOM
                           "  CAPACITY " SF-CAPACITY
                           "  SUBJECT " SF-SUBJECT
                           "  PERIOD " SF-PERIOD
               END-IF
           END-PERFORM
           DISPLAY "-------------------------------------------".
