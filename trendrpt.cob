           02 SR-KEY.
               03 SR-SSN-MASKED PIC X(11).
               03 SR-NAME PIC X(30).
               03 SR-STUDENT-ID PIC 9(7).
               03 SR-SUBJECT PIC X(3).
           02 SR-RUN-DATE PIC 9(8).
           02 SR-SECTION PIC X(3).
       01 CURRENT-KEY.
           02 CK-SSN-MASKED PIC X(11) VALUE SPACES.
           02 CK-NAME PIC X(30) VALUE SPACES.
           02 CK-STUDENT-ID PIC X(7) VALUE SPACES.
           02 CK-SUBJECT PIC X(3) VALUE SPACES.
       01 PRIOR-SCORE PIC 999 VALUE 0.
       01 PRIOR-LETTER PIC X(1) VALUE SPACE.
               ADD 1 TO HISTORY-COUNT
               MOVE HI-SSN-MASKED TO SR-SSN-MASKED
               MOVE HI-NAME TO SR-NAME
               MOVE HI-STUDENT-ID TO SR-STUDENT-ID
      *>   A blank subject on old records reads as the GEN catch-all.
               IF HI-SUBJECT = SPACES
                   MOVE "GEN" TO SR-SUBJECT
