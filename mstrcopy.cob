               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT MASTER-COPY-FILE ASSIGN TO "ENRLSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY MASTREC.

       FD  MASTER-COPY-FILE.
       01 MASTER-COPY-RECORD PIC X(107).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS PIC XX VALUE "00".
