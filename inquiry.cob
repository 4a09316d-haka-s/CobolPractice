               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
           DISPLAY "-------------------------------------------"
           DISPLAY "NAME . . . . . . " EM-NAME
           DISPLAY "SSN  . . . . . . " EM-SSN-MASKED
           DISPLAY "STUDENT ID . . . " EM-STUDENT-ID
           DISPLAY "NUM1 / NUM2  . . " EM-NUM1 " / " EM-NUM2
           DISPLAY "TOTAL  . . . . . " EM-TOTAL
           DISPLAY "LAST RUN DATE  . " EM-LAST-RUN-DATE
           EVALUATE TRUE
               WHEN EM-WITHDRAWN
                   DISPLAY "STATUS . . . . . WITHDRAWN " EM-STATUS-DATE
               WHEN EM-TRANSFERRED
                   DISPLAY "STATUS . . . . . TRANSFERRED OUT "
                           EM-STATUS-DATE
               WHEN EM-GRADUATED
                   DISPLAY "STATUS . . . . . GRADUATED " EM-STATUS-DATE
               WHEN OTHER
                   DISPLAY "STATUS . . . . . ACTIVE"
           END-EVALUATE
           IF EM-STATUS-REASON NOT = SPACES
               DISPLAY "STATUS REASON  . " EM-STATUS-REASON
           END-IF
           DISPLAY "-------------------------------------------".
