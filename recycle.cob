      *> later, or drop it.  Batch mode re-runs each record's
      *> original edit against the current RUNPARMS rules -- VALSSN
      *> for BSSN items, CALCAGE with today's AGE-MIN/MAX for BDOB
      *> items, the score range for SCOR items, the SUBJREF subject
      *> catalog for SUBJ items -- and releases the now-clean ones
      *> unattended, so a rule change (say AGE-MAX 25
      *> to 30) frees every record it re-qualifies without an
      *> operator keying through them one at a time.  Released
      *> records are appended to the batch input file they came from
      *> (TRANSACT, ROSTERIN, NITETRAN, GRDTRAN, or ATTENDIN) so the
      *> next run picks them up; the suspense file is rewritten with
      *> only the kept records.  A roster or nightly record is only
      *> released in batch when its subject code is also on the
      *> catalog, so nothing goes back just to suspend again.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ATTEND-OUT-FILE ASSIGN TO "ATTENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-OUT-STATUS.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTEND-OUT-FILE.
       01 ATTEND-OUT-RECORD PIC X(80).

       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       WORKING-STORAGE SECTION.
       01 SUSPENSE-STATUS PIC XX VALUE "00".
       01 TRANS-OUT-STATUS PIC XX VALUE "00".
           02 NW-DOB PIC 9(8).
           02 NW-SCORE PIC 999.
           02 NW-SOURCE PIC X(1).
           02 NW-SUBJECT PIC X(3).
       01 ATTEND-IMAGE.
           02 AW-DATE PIC 9(8).
           02 AW-SECTION PIC X(3).
       01 REEDIT-CLEAN-SW PIC X(1) VALUE "N".
           88 REEDIT-CLEAN VALUE "Y".

       01 SUBJECT-ID PIC X(3) VALUE SPACES.
       01 SUBJECT-REF-STATUS PIC XX VALUE "00".
       01 SUBJECT-REF-EOF-SW PIC X(1) VALUE "N".
           88 SUBJECT-REF-EOF VALUE "Y".
       01 SUBJECT-CHECK-SW PIC X(1) VALUE "N".
           88 SUBJECT-CHECK-ON VALUE "Y".
       01 SUBJECT-VALID-SW PIC X(1) VALUE "N".
           88 SUBJECT-KNOWN VALUE "Y".
           88 SUBJECT-UNKNOWN VALUE "N".
       01 SUBJ-COUNT PIC 9(3) VALUE 0.
       01 SUBJ-TABLE.
           02 SUBJ-ENTRY OCCURS 200 TIMES.
               03 SJF-CODE PIC X(3).
       01 SUBJ-IDX PIC 9(3) VALUE 0.

       01 REASON-SUM-COUNT PIC 9(3) VALUE 0.
       01 REASON-SUM-TABLE.
           02 REASON-SUM-ENTRY OCCURS 20 TIMES.
           ACCEPT RUN-MODE
           IF RUN-MODE-BATCH
               CALL "LOADPARM" USING RUN-PARMS
               PERFORM LOAD-SUBJECT-REFERENCE
           END-IF
           PERFORM LOAD-SUSPENSE-TABLE
      *>   Rewriting the suspense file from the table would destroy
                   PERFORM RE-EDIT-DOB
               WHEN "SCOR"
                   PERFORM RE-EDIT-SCORE
               WHEN "SUBJ"
                   MOVE "Y" TO REEDIT-CLEAN-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF REEDIT-CLEAN
               PERFORM CHECK-SUBJECT-KNOWN
               IF SUBJECT-UNKNOWN
                   MOVE "N" TO REEDIT-CLEAN-SW
               END-IF
           END-IF
           IF REEDIT-CLEAN
               MOVE SU-ORIG-RECORD TO RELEASE-RECORD
               MOVE RELEASED-COUNT TO RELEASED-BEFORE
           MOVE SPACES TO EDIT-SSN
           MOVE SPACES TO EDIT-DOB
           MOVE SPACES TO EDIT-SCORE
           MOVE SPACES TO SUBJECT-ID
           EVALUATE SU-SOURCE-FILE
               WHEN "TRANSACT"
                   MOVE SU-ORIG-RECORD TO TRANS-IMAGE
                   MOVE RW-SSN TO EDIT-SSN
                   MOVE RW-DOB TO EDIT-DOB
                   MOVE RW-SCORE TO EDIT-SCORE
      *>   SCHOOL reads a blank roster subject as GEN.
                   IF RW-SUBJECT = SPACES
                       MOVE "GEN" TO SUBJECT-ID
                   ELSE
                       MOVE RW-SUBJECT TO SUBJECT-ID
                   END-IF
               WHEN "NITETRAN"
                   MOVE SU-ORIG-RECORD TO NITE-IMAGE
                   MOVE NW-SSN TO EDIT-SSN
                   MOVE NW-DOB TO EDIT-DOB
                   MOVE NW-SCORE TO EDIT-SCORE
                   MOVE NW-SUBJECT TO SUBJECT-ID
               WHEN "ATTENDIN"
                   MOVE SU-ORIG-RECORD TO ATTEND-IMAGE
                   MOVE AW-SSN TO EDIT-SSN
               END-IF
           END-IF.

      *>   Only active catalog entries go into the table, so a retired
      *>   subject keeps the same as an unknown one.  Without a
      *>   catalog the check is disabled with a warning, the same as
      *>   SCHOOL and NITELY.
       LOAD-SUBJECT-REFERENCE.
           MOVE "N" TO SUBJECT-CHECK-SW
           MOVE 0 TO SUBJ-COUNT
           MOVE "N" TO SUBJECT-REF-EOF-SW
           OPEN INPUT SUBJECT-REF-FILE
           IF SUBJECT-REF-STATUS = "35"
               DISPLAY "WARNING -- NO SUBJECT CATALOG ON FILE, "
                       "SUBJECT CHECK DISABLED"
           ELSE
               MOVE "Y" TO SUBJECT-CHECK-SW
               READ SUBJECT-REF-FILE
                   AT END SET SUBJECT-REF-EOF TO TRUE
               END-READ
               PERFORM UNTIL SUBJECT-REF-EOF
                   IF SB-ACTIVE
                       IF SUBJ-COUNT < 200
                           ADD 1 TO SUBJ-COUNT
                           MOVE SB-SUBJECT-CODE TO SJF-CODE(SUBJ-COUNT)
                       ELSE
                           DISPLAY "SUBJECT CATALOG TABLE FULL -- "
                                   "SUBJECT NOT CHECKABLE: "
                                   SB-SUBJECT-CODE
                       END-IF
                   END-IF
                   READ SUBJECT-REF-FILE
                       AT END SET SUBJECT-REF-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-REF-FILE
           END-IF.

      *>   Records with no subject (transactions, attendance, and
      *>   nightly results keyed without one) are not checked.
       CHECK-SUBJECT-KNOWN.
           IF SUBJECT-CHECK-ON AND SUBJECT-ID NOT = SPACES
               SET SUBJECT-UNKNOWN TO TRUE
               PERFORM VARYING SUBJ-IDX FROM 1 BY 1
                       UNTIL SUBJ-IDX > SUBJ-COUNT OR SUBJECT-KNOWN
                   IF SJF-CODE(SUBJ-IDX) = SUBJECT-ID
                       SET SUBJECT-KNOWN TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               SET SUBJECT-KNOWN TO TRUE
           END-IF.

       FIND-REASON-SUM-ENTRY.
           MOVE 0 TO REASON-SUM-FOUND
           PERFORM VARYING REASON-SUM-IDX FROM 1 BY 1
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
