               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT SECTION-REF-FILE ASSIGN TO "SECTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-REF-STATUS.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
       01 SUSPENSE-FD-RECORD PIC X(108).

       FD  HISTORY-FILE.
       01 HISTORY-FD-RECORD PIC X(67).

       FD  MASTER-FILE.
       COPY MASTREC.
       FD  SECTION-REF-FILE.
       COPY SECTREC.

       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       FD  PROMOTION-FILE.
       COPY PROMOREC.

       01 ENROLLED-SW PIC X(1) VALUE "N".
           88 IS-ENROLLED VALUE "Y".
           88 NOT-ENROLLED VALUE "N".
           88 NOT-ACTIVE VALUE "I".
      *>   The permanent ID the master holds for the enrollee; it is
      *>   zero only when the enrollment check is disabled.
       01 STUDENT-ID PIC 9(7) VALUE 0.
       01 MASTER-GRADE PIC X(2) VALUE SPACES.
       01 MASTER-GRADE-DIGITS REDEFINES MASTER-GRADE PIC 99.

       01 TESTNUMBER PIC X(5).
       01 TESTNUMBER-NUM PIC 9(5) VALUE 0.
       01 SREF-CAPACITY-WORK PIC 9(3) VALUE 0.

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

       01 PROMOTION-STATUS PIC XX VALUE "00".
       01 PROMO-CHECK-SW PIC X(1) VALUE "N".
           CALL "LOADPARM" USING RUN-PARMS
           PERFORM APPLY-BUSINESS-DATE
           PERFORM LOAD-SECTION-REFERENCE
           PERFORM LOAD-SUBJECT-REFERENCE
           PERFORM OPEN-PROMOTION-FILE
           DISPLAY "RUN MODE (I=INTERACTIVE, B=BATCH) " WITH NO ADVANCING
           ACCEPT RUN-MODE
               WHEN RUN-MODE-BATCH
                   PERFORM BATCH-ENTRY
               WHEN OTHER
      *>   A keyed result needs the enrollee's permanent student ID,
      *>   so with no master on file there is nothing to post under.
                   PERFORM OPEN-MASTER-FOR-CHECK
                   IF MASTER-CHECK-ON
                       PERFORM INTERACTIVE-ENTRY
                   ELSE
                       DISPLAY "NO MASTER ON FILE -- ENTRY REFUSED"
                   END-IF
           END-EVALUATE
           PERFORM CLOSE-PROMOTION-FILE
           PERFORM DISPLAY-EXCEPTION-LISTING
           DISPLAY "ENTER SUBJECT CODE (BLANK=GEN) " WITH NO ADVANCING
           ACCEPT SUBJECT-ID
           PERFORM DEFAULT-BLANK-SUBJECT
           PERFORM CHECK-SUBJECT-KNOWN
           PERFORM UNTIL SUBJECT-KNOWN
               DISPLAY "UNKNOWN SUBJECT -- PLEASE RE-ENTER "
                       WITH NO ADVANCING
               ACCEPT SUBJECT-ID
               PERFORM DEFAULT-BLANK-SUBJECT
               PERFORM CHECK-SUBJECT-KNOWN
           END-PERFORM

      *>   The keyed entry is checked against the master the same as
      *>   a batch roster, so the result carries the enrollee's
      *>   permanent student ID.
           SET SSN-NOT-VALID TO TRUE
           PERFORM UNTIL SSN-IS-VALID
               DISPLAY "ENTER STUDENT SSN " WITH NO ADVANCING
               PERFORM VALIDATE-AND-MASK-SSN
               IF SSN-NOT-VALID
                   DISPLAY "INVALID SSN -- PLEASE RE-ENTER"
               ELSE
                   PERFORM CHECK-ENROLLMENT
                   IF NOT-ENROLLED
                       DISPLAY "NOT ENROLLED ON MASTER -- PLEASE "
                               "RE-ENTER"
                       SET SSN-NOT-VALID TO TRUE
                   END-IF
                   IF NOT-ACTIVE
                       DISPLAY "ENROLLEE LEFT ON " EM-STATUS-DATE
                               " -- PLEASE RE-ENTER"
                       SET SSN-NOT-VALID TO TRUE
                   END-IF
                   IF IS-ENROLLED AND STUDENT-ID = 0
                       DISPLAY "NO STUDENT ID ON MASTER -- RUN "
                               "STUIDCNV OR ADD THE ENROLLEE FIRST"
                       SET SSN-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CLOSE-MASTER-AFTER-CHECK

           SET DOB-NOT-VALID TO TRUE
           PERFORM UNTIL DOB-IS-VALID
                       MOVE ROSTER-IN-RECORD TO SU-ORIG-RECORD
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                   IF NOT-ACTIVE
                       DISPLAY "REJECTED -- ENROLLEE NOT ACTIVE SINCE "
                               EM-STATUS-DATE ": " UserName
                       ADD 1 TO REJECT-COUNT
                       MOVE "ENROLLEE NOT ACTIVE" TO REJECT-REASON
                       PERFORM LOG-REJECTED-ENTRY
                       MOVE "INAC" TO SU-REASON-CODE
                       MOVE ROSTER-IN-RECORD TO SU-ORIG-RECORD
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                   IF STUDENT-ID = 0
                       DISPLAY "REJECTED -- NO STUDENT ID ON MASTER: "
                               UserName
                       ADD 1 TO REJECT-COUNT
                       MOVE "NO STUDENT ID ON MASTER" TO REJECT-REASON
                       PERFORM LOG-REJECTED-ENTRY
                       MOVE "BSID" TO SU-REASON-CODE
                       MOVE ROSTER-IN-RECORD TO SU-ORIG-RECORD
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                   PERFORM CHECK-SECTION-KNOWN
                   IF SECTION-UNKNOWN
                       DISPLAY "REJECTED -- UNKNOWN SECTION "
                       MOVE ROSTER-IN-RECORD TO SU-ORIG-RECORD
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                   PERFORM CHECK-SUBJECT-KNOWN
                   IF SUBJECT-UNKNOWN
                       DISPLAY "REJECTED -- UNKNOWN SUBJECT "
                               SUBJECT-ID " FOR " UserName
                       ADD 1 TO REJECT-COUNT
                       MOVE "UNKNOWN SUBJECT ON ROSTER"
                               TO REJECT-REASON
                       PERFORM LOG-REJECTED-ENTRY
                       MOVE "SUBJ" TO SU-REASON-CODE
                       MOVE ROSTER-IN-RECORD TO SU-ORIG-RECORD
                       PERFORM WRITE-SUSPENSE-RECORD
                   ELSE
                   IF NUMERIC-SCORE > 100
                       DISPLAY "REJECTED -- SCORE OUT OF RANGE FOR AGE "
                               AGE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               CLOSE SECTION-REF-FILE
           END-IF.

      *>   Only active catalog entries go into the table, so a retired
      *>   subject rejects the same as an unknown one.  Without a
      *>   catalog the check is disabled with a warning, the same as
      *>   the section reference.
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

      *>   The promotion decisions are read by key straight off the
      *>   indexed PROMOFIL, so there is no decision table to
      *>   overflow and no student silently falling back to the age
       LOOK-UP-PROMOTED-GRADE.
           SET PROMO-NOT-FOUND TO TRUE
           IF PROMO-CHECK-ON
               MOVE STUDENT-ID TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PROMO-FOUND TO TRUE

      *>   A blank subject is treated as the GEN catch-all so roster
      *>   files keyed before the subject code existed still process,
      *>   the same way a blank transaction code is an add.  GEN is
      *>   then checked against the subject catalog like any other
      *>   code, so a site that no longer wants the catch-all simply
      *>   leaves it off the catalog.
       DEFAULT-BLANK-SUBJECT.
           IF SUBJECT-ID = SPACES
               MOVE "GEN" TO SUBJECT-ID
               SET SECTION-KNOWN TO TRUE
           END-IF.

       CHECK-SUBJECT-KNOWN.
           IF SUBJECT-CHECK-ON
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

       LOOK-UP-SECTION-CAPACITY.
           MOVE 0 TO SREF-CAPACITY-WORK
           MOVE 0 TO SREF-FOUND-IDX
               END-IF
           END-PERFORM.

      *>   Without an enrollee master there is no student ID to post
      *>   a score under, so every roster record is held in SUSPENSE
      *>   until one is built.
       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, ROSTER RECORDS "
                       "HELD IN SUSPENSE"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.
               CLOSE MASTER-FILE
           END-IF.

      *>   An enrollee who withdrew, transferred out or graduated is
      *>   still on the master, but a score posted after the date they
      *>   left is not theirs to have -- it is held as not active.
       CHECK-ENROLLMENT.
           MOVE 0 TO STUDENT-ID
           MOVE SPACES TO MASTER-GRADE
           IF MASTER-CHECK-ON
               MOVE SSNum TO EM-SSN
               READ MASTER-FILE
                   INVALID KEY SET NOT-ENROLLED TO TRUE
                   NOT INVALID KEY
                       SET IS-ENROLLED TO TRUE
                       MOVE EM-STUDENT-ID TO STUDENT-ID
                       MOVE EM-GRADE TO MASTER-GRADE
                       IF NOT EM-ACTIVE AND RUN-DATE > EM-STATUS-DATE
                           SET NOT-ACTIVE TO TRUE
                       END-IF
               END-READ
           ELSE
               SET IS-ENROLLED TO TRUE

      *>   A promotion decision on file outranks the age arithmetic,
      *>   so a retained student is not silently re-promoted by a
      *>   birthday.  With no decision on file, the grade the year-end
      *>   rollover carried onto the master comes next.
           PERFORM LOOK-UP-PROMOTED-GRADE
           EVALUATE TRUE
               WHEN PROMO-FOUND
                   MOVE PR-NEW-GRADE TO GRADE
               WHEN MASTER-GRADE-DIGITS NUMERIC
                   MOVE MASTER-GRADE-DIGITS TO GRADE
               WHEN AGE > 5 AND AGE < 18
                   COMPUTE GRADE = AGE - 5
               WHEN OTHER
                   MOVE 0 TO GRADE
           END-EVALUATE

           IF SCORE >= "A" AND SCORE <= PARM-PASS-THRU
               SET STUDENT-PASSED TO TRUE
           MOVE SECTION-ID TO CR-SECTION
           MOVE SCORE TO CR-SCORE
           MOVE SUBJECT-ID TO CR-SUBJECT
           MOVE STUDENT-ID TO CR-STUDENT-ID
           IF CTL-IN-SEGMENT
               ADD 1 TO PEND-ROSTER-COUNT
               MOVE CLASS-ROSTER-RECORD
           MOVE UserName TO HI-NAME
           MOVE SECTION-ID TO HI-SECTION
           MOVE SUBJECT-ID TO HI-SUBJECT
           MOVE STUDENT-ID TO HI-STUDENT-ID
           MOVE RUN-DATE TO HI-RUN-DATE
           MOVE NUMERIC-SCORE TO HI-NUMERIC-SCORE
           MOVE SCORE TO HI-SCORE
