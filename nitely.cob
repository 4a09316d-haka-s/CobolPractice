               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-SSN
               ALTERNATE RECORD KEY IS EM-STUDENT-ID
               FILE STATUS IS MASTER-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMOFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-STUDENT-ID
               FILE STATUS IS PROMOTION-STATUS.
           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAT-HISTORY-STATUS.
           SELECT SUBJECT-REF-FILE ASSIGN TO "SUBJREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJECT-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-HISTORY-FILE.
       COPY STATHREC.

       FD  SUBJECT-REF-FILE.
       COPY SUBJREC.

       WORKING-STORAGE SECTION.
       01 STAT-HISTORY-STATUS PIC XX VALUE "00".
       COPY PERSON.
       01 ENROLLED-SW PIC X(1) VALUE "N".
           88 IS-ENROLLED VALUE "Y".
           88 NOT-ENROLLED VALUE "N".
           88 NOT-ACTIVE VALUE "I".
      *>   The permanent ID the master holds for the enrollee; it is
      *>   zero only when the enrollment check is disabled.
       01 STUDENT-ID PIC 9(7) VALUE 0.

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
               DISPLAY "UNFINISHED PRIOR RUN DETECTED -- RESUMING "
                       "AFTER RECORD " LC-READS
           END-IF
           PERFORM LOAD-SUBJECT-REFERENCE
           PERFORM OPEN-MASTER-FOR-CHECK
           PERFORM OPEN-PROMOTION-FILE
           OPEN INPUT NITE-TRANS-FILE
                   MOVE "NENR" TO SU-REASON-CODE
                   MOVE NITE-TRANS-RECORD TO SU-ORIG-RECORD
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN NOT-ACTIVE
                   DISPLAY "REJECTED -- ENROLLEE NOT ACTIVE SINCE "
                           EM-STATUS-DATE ": " UserName
                   ADD 1 TO REJECT-COUNT
                   MOVE "INAC" TO SU-REASON-CODE
                   MOVE NITE-TRANS-RECORD TO SU-ORIG-RECORD
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN STUDENT-ID = 0
                   DISPLAY "REJECTED -- NO STUDENT ID ON MASTER: "
                           UserName
                   ADD 1 TO REJECT-COUNT
                   MOVE "BSID" TO SU-REASON-CODE
                   MOVE NITE-TRANS-RECORD TO SU-ORIG-RECORD
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN SUBJECT-UNKNOWN
                   DISPLAY "REJECTED -- UNKNOWN SUBJECT " SUBJECT-ID
                           " FOR " UserName
                   ADD 1 TO REJECT-COUNT
                   MOVE "SUBJ" TO SU-REASON-CODE
                   MOVE NITE-TRANS-RECORD TO SU-ORIG-RECORD
                   PERFORM WRITE-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM NITELY-CLASSIFY
                   PERFORM NITELY-SUM-TOTAL
           MOVE NT-NUM2 TO Num2
           MOVE NT-DOB TO BIRTH-DATE
           MOVE NT-SCORE TO NUMERIC-SCORE
           MOVE NT-SUBJECT TO SUBJECT-ID
           PERFORM VALIDATE-AND-MASK-SSN
           PERFORM CHECK-ENROLLMENT
           PERFORM CHECK-SUBJECT-KNOWN
      *>   Age is derived from the birth date at run time so the
      *>   classification can never work from a stale keyed-in age.
           CALL "CALCAGE" USING BIRTH-DATE, RUN-DATE,
                   PARM-AGE-MIN, PARM-AGE-MAX, AGE, DOB-VALID-SW.

      *>   Only active catalog entries go into the table, so a retired
      *>   subject rejects the same as an unknown one.  Without a
      *>   catalog the check is disabled with a warning.
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

      *>   A nightly record with no subject is a general result and is
      *>   not checked; a keyed subject must be active on the catalog.
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

      *>   Without an enrollee master there is no student ID to score
      *>   a record under, so every nightly record is held in
      *>   SUSPENSE until one is built.
       OPEN-MASTER-FOR-CHECK.
           MOVE "N" TO MASTER-CHECK-SW
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "35"
               DISPLAY "WARNING -- NO MASTER ON FILE, NIGHTLY RECORDS "
                       "HELD IN SUSPENSE"
           ELSE
               MOVE "Y" TO MASTER-CHECK-SW
           END-IF.
               CLOSE MASTER-FILE
           END-IF.

      *>   A record for an enrollee who left before the run date is
      *>   held as not active rather than scored.
       CHECK-ENROLLMENT.
           MOVE 0 TO STUDENT-ID
           IF MASTER-CHECK-ON
               MOVE NT-SSN TO EM-SSN
               READ MASTER-FILE
                   INVALID KEY SET NOT-ENROLLED TO TRUE
                   NOT INVALID KEY
                       SET IS-ENROLLED TO TRUE
                       MOVE EM-STUDENT-ID TO STUDENT-ID
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
               WHEN MASTER-CHECK-ON AND IS-ENROLLED
                       AND EM-GRADE NUMERIC
                   MOVE EM-GRADE TO GRADE
               WHEN AGE > 5 AND AGE < 18
                   COMPUTE GRADE = AGE - 5
               WHEN OTHER
                   MOVE 0 TO GRADE
           END-EVALUATE

           EVALUATE TRUE
               WHEN NUMERIC-SCORE >= PARM-CUTOFF-A
       LOOK-UP-PROMOTED-GRADE.
           SET PROMO-NOT-FOUND TO TRUE
           IF PROMO-CHECK-ON
               MOVE STUDENT-ID TO PR-STUDENT-ID
               READ PROMOTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET PROMO-FOUND TO TRUE
           END-IF
           MOVE RUN-DATE TO NO-RUN-DATE
           MOVE NT-SOURCE TO NO-SOURCE
           MOVE STUDENT-ID TO NO-STUDENT-ID
           WRITE NITE-OUT-RECORD
           ADD 1 TO CTL-WRITE-COUNT
           ADD GS-SUM TO CTL-WRITE-HASH.
