           >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUIDCNV.
      *>****************************************************************
      *> One-time permanent student ID conversion.  Reads the enrollee
      *> master in SSN order, hands each enrollee the next permanent
      *> student ID, and rebuilds ENRLMSTR with the ID as its alternate
      *> key; then re-keys every file that carried the masked SSN as
      *> the student key -- GUARDIAN and PROMOFIL (rebuilt on the ID
      *> by keyed writes) and SCORHIST, ATTTOTL, ROSTEROUT and NITEOUT
      *> (rewritten in place with the ID filled in).  A masked SSN
      *> shared by two or more enrollees is exactly the case the ID
      *> exists to untangle, so every such collision is listed on
      *> STUIDRPT: a downstream record whose student name matches one
      *> of the sharing enrollees goes to that enrollee; one that
      *> cannot be told apart goes to the first and is listed for the
      *> office to verify by hand; a record whose masked SSN matches
      *> nobody on the master is listed as well.  Every touched file
      *> gets a FILEBACK generation before it is rewritten, the
      *> STUIDCTL control record is seeded with the last ID issued,
      *> and a control record already on file means the conversion
      *> has run -- it refuses to run twice.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-SSN
               FILE STATUS IS MASTER-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ENRLMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT OLD-GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OG-SSN-MASKED
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDIAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GD-STUDENT-ID
               FILE STATUS IS GUARDIAN-STATUS.
           SELECT OLD-PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-SSN-MASKED
               FILE STATUS IS PROMOTION-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT LIVE-FILE ASSIGN TO LIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT CONVERT-WORK-FILE ASSIGN TO "STUIDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERT-WORK-STATUS.
           SELECT STUDENT-ID-FILE ASSIGN TO "STUIDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STUDENT-ID-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "STUIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONVERT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *>   The master, guardian and promotion layouts as they stood
      *>   before the student ID was appended, keyed the old way.
       FD  OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
           02 OM-SSN PIC X(9).
           02 OM-NAME PIC X(30).
           02 FILLER PIC X(7).
           02 OM-SSN-MASKED PIC X(11).
           02 FILLER PIC X(8).

       FD  MASTER-FILE.
       COPY MASTREC.

       FD  OLD-GUARDIAN-FILE.
       01 OLD-GUARDIAN-RECORD.
           02 OG-SSN-MASKED PIC X(11).
           02 FILLER PIC X(77).

       FD  GUARDIAN-FILE.
       COPY GUARDREC.

       FD  OLD-PROMOTION-FILE.
       01 OLD-PROMOTION-RECORD.
           02 OP-SSN-MASKED PIC X(11).
           02 OP-NAME PIC X(30).
           02 FILLER PIC X(13).

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       FD  LIVE-FILE.
       01 LIVE-RECORD PIC X(108).

       FD  CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD PIC X(108).

       FD  STUDENT-ID-FILE.
       COPY STUIDREC.

       FD  CONVERT-REPORT-FILE.
       01 CONVERT-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 MASTER-STATUS PIC XX VALUE "00".
       01 GUARDIAN-STATUS PIC XX VALUE "00".
       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 LIVE-STATUS PIC XX VALUE "00".
       01 CONVERT-WORK-STATUS PIC XX VALUE "00".
       01 STUDENT-ID-STATUS PIC XX VALUE "00".
       01 CONVERT-REPORT-STATUS PIC XX VALUE "00".
       01 INPUT-EOF-SW PIC X(1) VALUE "N".
           88 INPUT-EOF VALUE "Y".
       01 WORK-EOF-SW PIC X(1) VALUE "N".
           88 WORK-EOF VALUE "Y".
       01 CONVERT-HALTED-SW PIC X(1) VALUE "N".
           88 CONVERT-HALTED VALUE "Y".
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       COPY AUDITWK.
       COPY RUNPARM.

       01 BAK-FILE-ID PIC X(9) VALUE SPACES.
       01 BAK-FUNCTION PIC X(1) VALUE "O".
       01 BAK-RECORD PIC X(108) VALUE SPACES.
       01 BAK-PROCEED-SW PIC X(1) VALUE "Y".
           88 BAK-PROCEED VALUE "Y".

      *>   One entry per enrollee in SSN order, the order the IDs are
      *>   handed out in.  The master is counted before anything is
      *>   touched and a master too large for the table is refused
      *>   outright, so no file is ever half converted.
       01 ENROLLEE-COUNT PIC 9(5) VALUE 0.
       01 ENROLLEE-TABLE.
           02 ENROLLEE-ENTRY OCCURS 5000 TIMES.
               03 ET-SSN-MASKED PIC X(11).
               03 ET-NAME PIC X(30).
               03 ET-STUDENT-ID PIC 9(7).
               03 ET-SHARE-COUNT PIC 9(3).
       01 ENROLLEE-IDX PIC 9(5) VALUE 0.
       01 SHARE-IDX PIC 9(5) VALUE 0.
       01 LAST-STUDENT-ID PIC 9(7) VALUE 0.

      *>   Resolution of one downstream record's masked SSN (and the
      *>   student name it carries, where it carries one) to an ID.
       01 LOOK-SSN-MASKED PIC X(11) VALUE SPACES.
       01 LOOK-NAME PIC X(30) VALUE SPACES.
       01 RESOLVED-ID PIC 9(7) VALUE 0.
       01 SSN-MATCH-COUNT PIC 9(3) VALUE 0.
       01 NAME-MATCH-COUNT PIC 9(3) VALUE 0.
       01 NAME-MATCH-ID PIC 9(7) VALUE 0.
       01 RESOLVE-RESULT PIC X(1) VALUE SPACE.
           88 RESOLVED-UNIQUE VALUE "U".
           88 RESOLVED-BY-NAME VALUE "N".
           88 RESOLVED-AMBIGUOUS VALUE "A".
           88 RESOLVED-MISSING VALUE "M".

      *>   Where the masked SSN, student name and student ID sit in
      *>   each re-keyed sequential file's record.
       01 LIVE-FILE-NAME PIC X(9) VALUE SPACES.
       01 SSN-POS PIC 9(3) VALUE 0.
       01 NAME-POS PIC 9(3) VALUE 0.
       01 ID-POS PIC 9(3) VALUE 0.
       01 RECORD-ID-DISPLAY PIC 9(7) VALUE 0.

       01 FILE-READ-COUNT PIC 9(7) VALUE 0.
       01 FILE-WRITE-COUNT PIC 9(7) VALUE 0.
       01 TOTAL-READ-COUNT PIC 9(9) VALUE 0.
       01 TOTAL-WRITE-COUNT PIC 9(9) VALUE 0.
       01 SHARED-SSN-COUNT PIC 9(5) VALUE 0.
       01 VERIFY-COUNT PIC 9(7) VALUE 0.
       01 NAME-RESOLVED-COUNT PIC 9(7) VALUE 0.
       01 NO-ENROLLEE-COUNT PIC 9(7) VALUE 0.

       01 SHARED-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-SSN-MASKED PIC X(11).
           02 FILLER PIC X(5) VALUE "  ID ".
           02 SD-STUDENT-ID PIC 9(7).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-NAME PIC X(30).
       01 FINDING-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FN-FILE-ID PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 FN-SSN-MASKED PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FN-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FN-RESULT PIC X(30).
       01 FILE-TOTAL-DETAIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FT-FILE-ID PIC X(9).
           02 FILLER PIC X(6) VALUE " READ ".
           02 FT-READ-COUNT PIC Z(6)9.
           02 FILLER PIC X(9) VALUE "  WRITTEN".
           02 FT-WRITE-COUNT PIC Z(6)9.

       PROCEDURE DIVISION.
       STUIDCNV-DRIVER.
           MOVE 0 TO TOTAL-READ-COUNT
           MOVE 0 TO TOTAL-WRITE-COUNT
           MOVE 0 TO VERIFY-COUNT
           MOVE 0 TO NAME-RESOLVED-COUNT
           MOVE 0 TO NO-ENROLLEE-COUNT
           MOVE "N" TO CONVERT-HALTED-SW
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           CALL "LOADPARM" USING RUN-PARMS
           IF PARM-BUSINESS-DATE > 0
               MOVE PARM-BUSINESS-DATE TO RUN-DATE
           END-IF
           MOVE RUN-DATE TO AUD-RUN-DATE
           DISPLAY "PERMANENT STUDENT ID CONVERSION STARTING"
           OPEN INPUT STUDENT-ID-FILE
           IF STUDENT-ID-STATUS NOT = "35"
               CLOSE STUDENT-ID-FILE
               DISPLAY "STUDENT ID CONTROL ALREADY ON FILE -- "
                       "CONVERSION HAS RUN, NOTHING CHANGED"
               GOBACK
           END-IF
           PERFORM COUNT-OLD-MASTER
           IF ENROLLEE-COUNT = 0
               DISPLAY "NO ENROLLEES ON MASTER -- NOTHING TO CONVERT"
               GOBACK
           END-IF
           IF ENROLLEE-COUNT > 5000
               DISPLAY "TOO MANY ENROLLEES (" ENROLLEE-COUNT
                       ") -- CONVERSION REFUSED, FILES UNCHANGED"
               GOBACK
           END-IF
           OPEN OUTPUT CONVERT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS
      *>   A file whose generation copy fails is left as it was and
      *>   the conversion stops there: no later file is touched and
      *>   no control record is written, so the files already
      *>   converted can be put back with FILEREST and the run redone.
           PERFORM CONVERT-MASTER-FILE
           IF NOT CONVERT-HALTED
               PERFORM NOTE-SHARED-MASKED-SSNS
               PERFORM CONVERT-GUARDIAN-FILE
           END-IF
           IF NOT CONVERT-HALTED
               PERFORM CONVERT-PROMOTION-FILE
           END-IF
           IF NOT CONVERT-HALTED
               MOVE "SCORHIST" TO LIVE-FILE-NAME
               MOVE 1 TO SSN-POS
               MOVE 12 TO NAME-POS
               MOVE 61 TO ID-POS
               PERFORM CONVERT-SEQUENTIAL-FILE
           END-IF
           IF NOT CONVERT-HALTED
               MOVE "ATTTOTL" TO LIVE-FILE-NAME
               MOVE 1 TO SSN-POS
               MOVE 12 TO NAME-POS
               MOVE 60 TO ID-POS
               PERFORM CONVERT-SEQUENTIAL-FILE
           END-IF
           IF NOT CONVERT-HALTED
               MOVE "ROSTEROUT" TO LIVE-FILE-NAME
               MOVE 31 TO SSN-POS
               MOVE 1 TO NAME-POS
               MOVE 63 TO ID-POS
               PERFORM CONVERT-SEQUENTIAL-FILE
           END-IF
           IF NOT CONVERT-HALTED
               MOVE "NITEOUT" TO LIVE-FILE-NAME
               MOVE 31 TO SSN-POS
               MOVE 1 TO NAME-POS
               MOVE 64 TO ID-POS
               PERFORM CONVERT-SEQUENTIAL-FILE
           END-IF
           IF CONVERT-HALTED
               MOVE SPACES TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               MOVE "CONVERSION STOPPED -- BACKUP FAILED, LATER FILES "
                   TO CONVERT-REPORT-LINE
               MOVE "NOT TOUCHED" TO CONVERT-REPORT-LINE(51:11)
               WRITE CONVERT-REPORT-LINE
           ELSE
               PERFORM SAVE-STUDENT-ID-CONTROL
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CONVERT-REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "-------------------------------------------"
           DISPLAY "STUDENT IDS ASSIGNED  . . . " ENROLLEE-COUNT
           DISPLAY "SHARED MASKED SSNS  . . . . " SHARED-SSN-COUNT
           DISPLAY "RESOLVED BY NAME  . . . . . " NAME-RESOLVED-COUNT
           DISPLAY "TO VERIFY BY HAND . . . . . " VERIFY-COUNT
           DISPLAY "NO ENROLLEE ON MASTER . . . " NO-ENROLLEE-COUNT
           DISPLAY "-------------------------------------------"
           IF CONVERT-HALTED
               DISPLAY "CONVERSION STOPPED ON A FAILED BACKUP -- RESTORE "
                       "ANY FILE ALREADY CONVERTED BEFORE RERUNNING"
           END-IF
           GOBACK.

       COUNT-OLD-MASTER.
           MOVE 0 TO ENROLLEE-COUNT
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT OLD-MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "NO ENROLLEE MASTER ON FILE -- ENRLMSTR "
                       "NOT FOUND"
           ELSE
               PERFORM UNTIL INPUT-EOF
                   READ OLD-MASTER-FILE NEXT
                       AT END SET INPUT-EOF TO TRUE
                       NOT AT END ADD 1 TO ENROLLEE-COUNT
                   END-READ
               END-PERFORM
               CLOSE OLD-MASTER-FILE
           END-IF.

      *>   IDs are handed out in SSN order, the order the master reads
      *>   in.  The old records are backed up and staged on the work
      *>   file first, then the master is recreated with the alternate
      *>   key and reloaded from the stage.
       CONVERT-MASTER-FILE.
           MOVE 0 TO ENROLLEE-IDX
           MOVE 0 TO LAST-STUDENT-ID
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITE-COUNT
           MOVE "ENRLMSTR" TO BAK-FILE-ID
           MOVE "O" TO BAK-FUNCTION
           CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                   BAK-RECORD, BAK-PROCEED-SW
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT OLD-MASTER-FILE
           OPEN OUTPUT CONVERT-WORK-FILE
           PERFORM UNTIL INPUT-EOF
               READ OLD-MASTER-FILE NEXT
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO FILE-READ-COUNT
                       IF BAK-PROCEED
                           MOVE SPACES TO BAK-RECORD
                           MOVE OLD-MASTER-RECORD TO BAK-RECORD
                           MOVE "W" TO BAK-FUNCTION
                           CALL "FILEBACK" USING BAK-FILE-ID,
                                   BAK-FUNCTION, BAK-RECORD,
                                   BAK-PROCEED-SW
                       END-IF
                       ADD 1 TO ENROLLEE-IDX
                       ADD 1 TO LAST-STUDENT-ID
                       MOVE OM-SSN-MASKED TO ET-SSN-MASKED(ENROLLEE-IDX)
                       MOVE OM-NAME TO ET-NAME(ENROLLEE-IDX)
                       MOVE LAST-STUDENT-ID
                               TO ET-STUDENT-ID(ENROLLEE-IDX)
                       MOVE 0 TO ET-SHARE-COUNT(ENROLLEE-IDX)
                       MOVE SPACES TO MASTER-RECORD
                       MOVE OLD-MASTER-RECORD TO MASTER-RECORD
                       MOVE LAST-STUDENT-ID TO EM-STUDENT-ID
                       WRITE CONVERT-WORK-RECORD FROM MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           CLOSE CONVERT-WORK-FILE
           IF BAK-PROCEED
               MOVE "C" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
           END-IF
           IF BAK-PROCEED
               MOVE "N" TO WORK-EOF-SW
               OPEN OUTPUT MASTER-FILE
               OPEN INPUT CONVERT-WORK-FILE
               PERFORM UNTIL WORK-EOF
                   READ CONVERT-WORK-FILE
                       AT END
                           SET WORK-EOF TO TRUE
                       NOT AT END
                           MOVE CONVERT-WORK-RECORD TO MASTER-RECORD
                           WRITE MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "DUPLICATE KEY ON MASTER "
                                           "RELOAD -- " EM-SSN-MASKED
                               NOT INVALID KEY
                                   ADD 1 TO FILE-WRITE-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE CONVERT-WORK-FILE
               CLOSE MASTER-FILE
           ELSE
               DISPLAY "BACKUP FAILED -- ENRLMSTR NOT CONVERTED"
               SET CONVERT-HALTED TO TRUE
           END-IF
           MOVE "ENRLMSTR" TO FT-FILE-ID
           PERFORM NOTE-FILE-TOTALS.

      *>   Every masked SSN held by more than one enrollee is listed
      *>   with each holder's new ID, so the office can see who the
      *>   downstream findings below are being sorted between.
       NOTE-SHARED-MASKED-SSNS.
           MOVE 0 TO SHARED-SSN-COUNT
           PERFORM VARYING ENROLLEE-IDX FROM 1 BY 1
                   UNTIL ENROLLEE-IDX > ENROLLEE-COUNT
               PERFORM VARYING SHARE-IDX FROM 1 BY 1
                       UNTIL SHARE-IDX > ENROLLEE-COUNT
                   IF ET-SSN-MASKED(SHARE-IDX)
                           = ET-SSN-MASKED(ENROLLEE-IDX)
                       ADD 1 TO ET-SHARE-COUNT(ENROLLEE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE "MASKED SSNS SHARED BY MORE THAN ONE ENROLLEE:"
                   TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           PERFORM VARYING ENROLLEE-IDX FROM 1 BY 1
                   UNTIL ENROLLEE-IDX > ENROLLEE-COUNT
               IF ET-SHARE-COUNT(ENROLLEE-IDX) > 1
                   ADD 1 TO SHARED-SSN-COUNT
                   MOVE ET-SSN-MASKED(ENROLLEE-IDX) TO SD-SSN-MASKED
                   MOVE ET-STUDENT-ID(ENROLLEE-IDX) TO SD-STUDENT-ID
                   MOVE ET-NAME(ENROLLEE-IDX) TO SD-NAME
                   WRITE CONVERT-REPORT-LINE FROM SHARED-DETAIL
               END-IF
           END-PERFORM
           IF SHARED-SSN-COUNT = 0
               MOVE "  NONE" TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
           END-IF
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "DOWNSTREAM RECORDS RESOLVED BY NAME, TO VERIFY, "
               "OR WITH NO ENROLLEE:"
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.

      *>   The guardian record carries no student name, so a guardian
      *>   on a shared masked SSN can only be given to the first holder
      *>   and listed; one that matches nobody is not carried forward
      *>   (it is still on the generation copy).
       CONVERT-GUARDIAN-FILE.
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITE-COUNT
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT OLD-GUARDIAN-FILE
           IF GUARDIAN-STATUS = "35"
               DISPLAY "NO GUARDIAN FILE ON FILE -- NOT CONVERTED"
           ELSE
               MOVE "GUARDIAN" TO BAK-FILE-ID
               MOVE "O" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
               OPEN OUTPUT CONVERT-WORK-FILE
               PERFORM UNTIL INPUT-EOF
                   READ OLD-GUARDIAN-FILE NEXT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT
                           IF BAK-PROCEED
                               MOVE SPACES TO BAK-RECORD
                               MOVE OLD-GUARDIAN-RECORD TO BAK-RECORD
                               MOVE "W" TO BAK-FUNCTION
                               CALL "FILEBACK" USING BAK-FILE-ID,
                                       BAK-FUNCTION, BAK-RECORD,
                                       BAK-PROCEED-SW
                           END-IF
                           MOVE OG-SSN-MASKED TO LOOK-SSN-MASKED
                           MOVE SPACES TO LOOK-NAME
                           PERFORM RESOLVE-STUDENT-ID
                           MOVE "GUARDIAN" TO FN-FILE-ID
                           PERFORM NOTE-RESOLUTION-FINDING
                           IF NOT RESOLVED-MISSING
                               MOVE SPACES TO GUARDIAN-RECORD
                               MOVE OLD-GUARDIAN-RECORD
                                       TO GUARDIAN-RECORD
                               MOVE RESOLVED-ID TO GD-STUDENT-ID
                               WRITE CONVERT-WORK-RECORD
                                       FROM GUARDIAN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-GUARDIAN-FILE
               CLOSE CONVERT-WORK-FILE
               IF BAK-PROCEED
                   MOVE "C" TO BAK-FUNCTION
                   CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                           BAK-RECORD, BAK-PROCEED-SW
               END-IF
               IF BAK-PROCEED
                   MOVE "N" TO WORK-EOF-SW
                   OPEN OUTPUT GUARDIAN-FILE
                   OPEN INPUT CONVERT-WORK-FILE
                   PERFORM UNTIL WORK-EOF
                       READ CONVERT-WORK-FILE
                           AT END
                               SET WORK-EOF TO TRUE
                           NOT AT END
                               MOVE CONVERT-WORK-RECORD
                                       TO GUARDIAN-RECORD
                               WRITE GUARDIAN-RECORD
                                   INVALID KEY
                                       DISPLAY "DUPLICATE ID ON "
                                               "GUARDIAN RELOAD -- "
                                               GD-SSN-MASKED
                                   NOT INVALID KEY
                                       ADD 1 TO FILE-WRITE-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE CONVERT-WORK-FILE
                   CLOSE GUARDIAN-FILE
               ELSE
                   DISPLAY "BACKUP FAILED -- GUARDIAN NOT CONVERTED"
                   SET CONVERT-HALTED TO TRUE
               END-IF
           END-IF
           MOVE "GUARDIAN" TO FT-FILE-ID
           PERFORM NOTE-FILE-TOTALS.

       CONVERT-PROMOTION-FILE.
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITE-COUNT
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT OLD-PROMOTION-FILE
           IF PROMOTION-STATUS = "35"
               DISPLAY "NO PROMOTION FILE ON FILE -- NOT CONVERTED"
           ELSE
               MOVE "PROMOFIL" TO BAK-FILE-ID
               MOVE "O" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
               OPEN OUTPUT CONVERT-WORK-FILE
               PERFORM UNTIL INPUT-EOF
                   READ OLD-PROMOTION-FILE NEXT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT
                           IF BAK-PROCEED
                               MOVE SPACES TO BAK-RECORD
                               MOVE OLD-PROMOTION-RECORD TO BAK-RECORD
                               MOVE "W" TO BAK-FUNCTION
                               CALL "FILEBACK" USING BAK-FILE-ID,
                                       BAK-FUNCTION, BAK-RECORD,
                                       BAK-PROCEED-SW
                           END-IF
                           MOVE OP-SSN-MASKED TO LOOK-SSN-MASKED
                           MOVE OP-NAME TO LOOK-NAME
                           PERFORM RESOLVE-STUDENT-ID
                           MOVE "PROMOFIL" TO FN-FILE-ID
                           PERFORM NOTE-RESOLUTION-FINDING
                           IF NOT RESOLVED-MISSING
                               MOVE SPACES TO PROMOTION-RECORD
                               MOVE OLD-PROMOTION-RECORD
                                       TO PROMOTION-RECORD
                               MOVE RESOLVED-ID TO PR-STUDENT-ID
                               WRITE CONVERT-WORK-RECORD
                                       FROM PROMOTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OLD-PROMOTION-FILE
               CLOSE CONVERT-WORK-FILE
               IF BAK-PROCEED
                   MOVE "C" TO BAK-FUNCTION
                   CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                           BAK-RECORD, BAK-PROCEED-SW
               END-IF
               IF BAK-PROCEED
                   MOVE "N" TO WORK-EOF-SW
                   OPEN OUTPUT PROMOTION-FILE
                   OPEN INPUT CONVERT-WORK-FILE
                   PERFORM UNTIL WORK-EOF
                       READ CONVERT-WORK-FILE
                           AT END
                               SET WORK-EOF TO TRUE
                           NOT AT END
                               MOVE CONVERT-WORK-RECORD
                                       TO PROMOTION-RECORD
                               WRITE PROMOTION-RECORD
                                   INVALID KEY
                                       DISPLAY "DUPLICATE ID ON "
                                               "PROMOFIL RELOAD -- "
                                               PR-SSN-MASKED
                                   NOT INVALID KEY
                                       ADD 1 TO FILE-WRITE-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE CONVERT-WORK-FILE
                   CLOSE PROMOTION-FILE
               ELSE
                   DISPLAY "BACKUP FAILED -- PROMOFIL NOT CONVERTED"
                   SET CONVERT-HALTED TO TRUE
               END-IF
           END-IF
           MOVE "PROMOFIL" TO FT-FILE-ID
           PERFORM NOTE-FILE-TOTALS.

      *>   The flat student files keep every record -- one whose
      *>   masked SSN matches nobody keeps a zero ID and is listed --
      *>   and batch header and trailer records pass through as they
      *>   are.  The file is staged through the work file and copied
      *>   back under its own name.
       CONVERT-SEQUENTIAL-FILE.
           MOVE 0 TO FILE-READ-COUNT
           MOVE 0 TO FILE-WRITE-COUNT
           MOVE "N" TO INPUT-EOF-SW
           OPEN INPUT LIVE-FILE
           IF LIVE-STATUS = "35"
               DISPLAY "NO " LIVE-FILE-NAME " ON FILE -- NOT CONVERTED"
           ELSE
               MOVE LIVE-FILE-NAME TO BAK-FILE-ID
               MOVE "O" TO BAK-FUNCTION
               CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                       BAK-RECORD, BAK-PROCEED-SW
               OPEN OUTPUT CONVERT-WORK-FILE
               PERFORM UNTIL INPUT-EOF
                   READ LIVE-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO FILE-READ-COUNT
                           IF BAK-PROCEED
                               MOVE LIVE-RECORD TO BAK-RECORD
                               MOVE "W" TO BAK-FUNCTION
                               CALL "FILEBACK" USING BAK-FILE-ID,
                                       BAK-FUNCTION, BAK-RECORD,
                                       BAK-PROCEED-SW
                           END-IF
                           IF LIVE-RECORD(1:3) NOT = "HDR"
                                   AND LIVE-RECORD(1:3) NOT = "TRL"
                               PERFORM RE-KEY-LIVE-RECORD
                           END-IF
                           WRITE CONVERT-WORK-RECORD FROM LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
               CLOSE CONVERT-WORK-FILE
               IF BAK-PROCEED
                   MOVE "C" TO BAK-FUNCTION
                   CALL "FILEBACK" USING BAK-FILE-ID, BAK-FUNCTION,
                           BAK-RECORD, BAK-PROCEED-SW
               END-IF
               IF BAK-PROCEED
                   MOVE "N" TO WORK-EOF-SW
                   OPEN OUTPUT LIVE-FILE
                   OPEN INPUT CONVERT-WORK-FILE
                   PERFORM UNTIL WORK-EOF
                       READ CONVERT-WORK-FILE
                           AT END
                               SET WORK-EOF TO TRUE
                           NOT AT END
                               WRITE LIVE-RECORD
                                       FROM CONVERT-WORK-RECORD
                               ADD 1 TO FILE-WRITE-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE CONVERT-WORK-FILE
                   CLOSE LIVE-FILE
               ELSE
                   DISPLAY "BACKUP FAILED -- " LIVE-FILE-NAME
                           " NOT CONVERTED"
                   SET CONVERT-HALTED TO TRUE
               END-IF
           END-IF
           MOVE LIVE-FILE-NAME TO FT-FILE-ID
           PERFORM NOTE-FILE-TOTALS.

       RE-KEY-LIVE-RECORD.
           MOVE LIVE-RECORD(SSN-POS:11) TO LOOK-SSN-MASKED
           MOVE LIVE-RECORD(NAME-POS:30) TO LOOK-NAME
           PERFORM RESOLVE-STUDENT-ID
           MOVE LIVE-FILE-NAME TO FN-FILE-ID
           PERFORM NOTE-RESOLUTION-FINDING
           MOVE RESOLVED-ID TO RECORD-ID-DISPLAY
           MOVE RECORD-ID-DISPLAY TO LIVE-RECORD(ID-POS:7).

      *>   A masked SSN held by one enrollee resolves outright.  One
      *>   shared by several resolves to the holder whose name matches
      *>   the record's student name, when exactly one does; failing
      *>   that it goes to the first holder and is flagged to verify.
       RESOLVE-STUDENT-ID.
           MOVE 0 TO RESOLVED-ID
           MOVE 0 TO SSN-MATCH-COUNT
           MOVE 0 TO NAME-MATCH-COUNT
           MOVE 0 TO NAME-MATCH-ID
           PERFORM VARYING ENROLLEE-IDX FROM 1 BY 1
                   UNTIL ENROLLEE-IDX > ENROLLEE-COUNT
               IF ET-SSN-MASKED(ENROLLEE-IDX) = LOOK-SSN-MASKED
                   ADD 1 TO SSN-MATCH-COUNT
                   IF SSN-MATCH-COUNT = 1
                       MOVE ET-STUDENT-ID(ENROLLEE-IDX) TO RESOLVED-ID
                   END-IF
                   IF LOOK-NAME NOT = SPACES
                           AND ET-NAME(ENROLLEE-IDX) = LOOK-NAME
                       ADD 1 TO NAME-MATCH-COUNT
                       MOVE ET-STUDENT-ID(ENROLLEE-IDX)
                               TO NAME-MATCH-ID
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN SSN-MATCH-COUNT = 0
                   SET RESOLVED-MISSING TO TRUE
               WHEN SSN-MATCH-COUNT = 1
                   SET RESOLVED-UNIQUE TO TRUE
               WHEN NAME-MATCH-COUNT = 1
                   MOVE NAME-MATCH-ID TO RESOLVED-ID
                   SET RESOLVED-BY-NAME TO TRUE
               WHEN OTHER
                   SET RESOLVED-AMBIGUOUS TO TRUE
           END-EVALUATE.

       NOTE-RESOLUTION-FINDING.
           IF NOT RESOLVED-UNIQUE
               MOVE LOOK-SSN-MASKED TO FN-SSN-MASKED
               MOVE LOOK-NAME TO FN-NAME
               MOVE SPACES TO FN-RESULT
               MOVE RESOLVED-ID TO RECORD-ID-DISPLAY
               EVALUATE TRUE
                   WHEN RESOLVED-MISSING
                       ADD 1 TO NO-ENROLLEE-COUNT
                       MOVE "NO ENROLLEE ON MASTER" TO FN-RESULT
                   WHEN RESOLVED-BY-NAME
                       ADD 1 TO NAME-RESOLVED-COUNT
                       STRING "BY NAME TO ID " RECORD-ID-DISPLAY
                           DELIMITED BY SIZE INTO FN-RESULT
                   WHEN OTHER
                       ADD 1 TO VERIFY-COUNT
                       STRING "VERIFY -- GIVEN ID " RECORD-ID-DISPLAY
                           DELIMITED BY SIZE INTO FN-RESULT
               END-EVALUATE
               WRITE CONVERT-REPORT-LINE FROM FINDING-DETAIL
           END-IF.

       NOTE-FILE-TOTALS.
           MOVE FILE-READ-COUNT TO FT-READ-COUNT
           MOVE FILE-WRITE-COUNT TO FT-WRITE-COUNT
           ADD FILE-READ-COUNT TO TOTAL-READ-COUNT
           ADD FILE-WRITE-COUNT TO TOTAL-WRITE-COUNT
           DISPLAY FT-FILE-ID " READ " FILE-READ-COUNT
                   " WRITTEN " FILE-WRITE-COUNT.

      *>   A control record that fails to save would start the next
      *>   run from the old last ID and hand the same IDs out twice,
      *>   so the operator is given the ID to key in by hand.
       SAVE-STUDENT-ID-CONTROL.
           MOVE LAST-STUDENT-ID TO SC-LAST-STUDENT-ID
           MOVE RUN-DATE TO SC-LAST-ASSIGNED-DATE
           OPEN OUTPUT STUDENT-ID-FILE
           IF STUDENT-ID-STATUS NOT = "00"
               PERFORM REPORT-STUDENT-ID-SAVE-FAILED
           ELSE
               WRITE STUDENT-ID-CONTROL-RECORD
               IF STUDENT-ID-STATUS NOT = "00"
                   PERFORM REPORT-STUDENT-ID-SAVE-FAILED
               END-IF
               CLOSE STUDENT-ID-FILE
           END-IF.

       REPORT-STUDENT-ID-SAVE-FAILED.
           DISPLAY "STUIDCTL NOT SAVED (STATUS " STUDENT-ID-STATUS
                   ") -- LAST STUDENT ID ASSIGNED " LAST-STUDENT-ID
           DISPLAY "CORRECT STUIDCTL TO THAT ID BEFORE THE NEXT RUN".

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "PERMANENT STUDENT ID CONVERSION -- RUN DATE "
               RUN-DATE DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE ALL "-" TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE ALL "-" TO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE
           MOVE SPACES TO CONVERT-REPORT-LINE
           STRING "IDS ASSIGNED " ENROLLEE-COUNT
               "  SHARED " SHARED-SSN-COUNT
               "  BY NAME " NAME-RESOLVED-COUNT
               "  VERIFY " VERIFY-COUNT
               "  NO ENROLLEE " NO-ENROLLEE-COUNT
               DELIMITED BY SIZE INTO CONVERT-REPORT-LINE
           WRITE CONVERT-REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE "STUIDCNV" TO AUD-PROGRAM
           MOVE "B" TO AUD-MODE
           MOVE TOTAL-READ-COUNT TO AUD-READ-COUNT
           MOVE TOTAL-WRITE-COUNT TO AUD-WRITE-COUNT
           COMPUTE AUD-REJECT-COUNT = VERIFY-COUNT + NO-ENROLLEE-COUNT
           MOVE LAST-STUDENT-ID TO AUD-GRAND-TOTAL
           CALL "AUDITLOG" USING AUD-PROGRAM, AUD-MODE,
                   AUD-READ-COUNT, AUD-WRITE-COUNT, AUD-REJECT-COUNT,
                   AUD-GRAND-TOTAL, AUD-OPERATOR, AUD-RUN-DATE.
