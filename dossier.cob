      *> operator enters an SSN (or a name, resolved through the same
      *> indexed-master lookup INQUIRY uses) and the packet prints to
      *> DOSSIER in one pass: the enrollee master record, every
      *> ROSTEROUT and SCORHIST record for that student ID in subject
      *> and run-date order (SORTed, so there is no volume ceiling),
      *> the trend flags TRENDRPT would raise, and anything of theirs
      *> sitting in SUSPENSE with its reason code spelled out.  Only
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT ROSTER-OUT-FILE ASSIGN TO "ROSTEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
       01 SUBJECT-SSN PIC X(9) VALUE SPACES.
       01 SUBJECT-SSN-MASKED PIC X(11) VALUE SPACES.
       01 SUBJECT-NAME PIC X(30) VALUE SPACES.
       01 SUBJECT-STUDENT-ID PIC 9(7) VALUE 0.

       01 HOLD-MASTER.
           02 HM-NAME PIC X(30).
           02 HH-SCORE PIC X(1).
           02 HH-PASS-FAIL PIC X(1).
           02 HH-SUBJECT PIC X(3).
           02 HH-STUDENT-ID PIC 9(7).
       01 HOLD-ROSTER.
           02 HR-NAME PIC X(30).
           02 HR-SSN-MASKED PIC X(11).
           02 HR-SECTION PIC X(3).
           02 HR-SCORE PIC X(1).
           02 HR-SUBJECT PIC X(3).
           02 HR-STUDENT-ID PIC 9(7).

      *>   Working views of the suspended original records, the same
      *>   layouts RECYCLE's batch re-edit uses, so the dossier can
           02 AW-CODE PIC X(1).
       01 GUARD-IMAGE.
           02 GW-TRANS-CODE PIC X(1).
           02 GW-STUDENT-ID PIC X(7).
       01 SUSP-MATCH-SW PIC X(1) VALUE "N".
           88 SUSP-MATCHES VALUE "Y".
       01 REASON-TEXT PIC X(30) VALUE SPACES.
           MOVE EM-SSN TO SUBJECT-SSN
           MOVE EM-SSN-MASKED TO SUBJECT-SSN-MASKED
           MOVE EM-NAME TO SUBJECT-NAME
           MOVE EM-STUDENT-ID TO SUBJECT-STUDENT-ID
           MOVE EM-NAME TO HM-NAME
           MOVE EM-NUM1 TO HM-NUM1
           MOVE EM-NUM2 TO HM-NUM2
           WRITE DOSSIER-LINE
           MOVE SPACES TO DOSSIER-LINE
           STRING SUBJECT-NAME " " SUBJECT-SSN-MASKED
               "  STUDENT ID " SUBJECT-STUDENT-ID
               DELIMITED BY SIZE INTO DOSSIER-LINE
           WRITE DOSSIER-LINE
           MOVE ALL "=" TO DOSSIER-LINE
               PERFORM UNTIL ROSTER-EOF
                   IF CLASS-ROSTER-RECORD(1:3) NOT = "HDR"
                           AND CLASS-ROSTER-RECORD(1:3) NOT = "TRL"
                           AND CR-STUDENT-ID = SUBJECT-STUDENT-ID
                       MOVE CR-SUBJECT TO SR-SUBJECT
                       MOVE CR-RUN-DATE TO SR-RUN-DATE
                       MOVE SPACES TO SR-DATA
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
               PERFORM UNTIL HISTORY-EOF
                   IF HI-STUDENT-ID = SUBJECT-STUDENT-ID
                       IF HI-SUBJECT = SPACES
                           MOVE "GEN" TO SR-SUBJECT
                       ELSE
                   END-IF
               WHEN "GRDTRAN "
                   MOVE SU-ORIG-RECORD TO GUARD-IMAGE
                   IF GW-STUDENT-ID = SUBJECT-STUDENT-ID
                       SET SUSP-MATCHES TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "SECTION NOT ON REFERENCE" TO REASON-TEXT
               WHEN "BDAT"
                   MOVE "INVALID ATTENDANCE DATE" TO REASON-TEXT
               WHEN "NSCH"
                   MOVE "NOT AN INSTRUCTIONAL DAY" TO REASON-TEXT
               WHEN "ATTC"
                   MOVE "INVALID ATTENDANCE CODE" TO REASON-TEXT
               WHEN "BSID"
                   MOVE "MISSING STUDENT ID" TO REASON-TEXT
               WHEN "INAC"
                   MOVE "ENROLLEE NOT ACTIVE ON DATE" TO REASON-TEXT
               WHEN "BEFD"
                   MOVE "INVALID STATUS EFFECTIVE DATE" TO REASON-TEXT
               WHEN "SUBJ"
                   MOVE "SUBJECT NOT ON CATALOG" TO REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE" TO REASON-TEXT
           END-EVALUATE.
