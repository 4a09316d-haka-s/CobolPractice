      *> date leaves that end of the range open and a blank SSN lists
      *> everyone, so "what changed last Tuesday" and "what have we
      *> ever done to this enrollee" are both one run.  SSNs print
      *> masked, the same as the rest of the system.  Each image
      *> shows the enrollment status with its effective date and
      *> reason, so a withdrawal or re-admission reads as plainly as
      *> a change of details, and the grade the image carried follows
      *> at the end of the line.
      *>****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01 JOURNAL-FD-RECORD PIC X(237).

       FD  JRNL-REPORT-FILE.
       01 JRNL-REPORT-LINE PIC X(100).
           02 DL-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 DL-SSN-MASKED PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(3) VALUE "ID ".
           02 DL-STUDENT-ID PIC X(7).
       01 IMAGE-LINE.
           02 IL-TAG PIC X(8).
           02 IL-NAME PIC X(30).
           02 IL-TOTAL PIC XXX.
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-LAST-RUN-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-ENROLL-STATUS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IL-STATUS-DATE PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 IL-STATUS-REASON PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 IL-GRADE PIC XX.

       PROCEDURE DIVISION.
       JRNLRPT-DRIVER.
           MOVE JR-OPERATOR TO DL-OPERATOR
           IF JR-AFTER-IMAGE = SPACES
               MOVE JB-SSN-MASKED TO DL-SSN-MASKED
               MOVE JB-STUDENT-ID TO DL-STUDENT-ID
           ELSE
               MOVE JA-SSN-MASKED TO DL-SSN-MASKED
               MOVE JA-STUDENT-ID TO DL-STUDENT-ID
           END-IF
           MOVE SPACES TO JRNL-REPORT-LINE
           WRITE JRNL-REPORT-LINE
               MOVE JB-NUM2 TO IL-NUM2
               MOVE JB-TOTAL TO IL-TOTAL
               MOVE JB-LAST-RUN-DATE TO IL-LAST-RUN-DATE
               MOVE JB-ENROLL-STATUS TO IL-ENROLL-STATUS
               MOVE JB-STATUS-DATE TO IL-STATUS-DATE
               MOVE JB-STATUS-REASON TO IL-STATUS-REASON
               MOVE JB-GRADE TO IL-GRADE
               WRITE JRNL-REPORT-LINE FROM IMAGE-LINE
           END-IF
           IF JR-AFTER-IMAGE NOT = SPACES
               MOVE JA-NUM2 TO IL-NUM2
               MOVE JA-TOTAL TO IL-TOTAL
               MOVE JA-LAST-RUN-DATE TO IL-LAST-RUN-DATE
               MOVE JA-ENROLL-STATUS TO IL-ENROLL-STATUS
               MOVE JA-STATUS-DATE TO IL-STATUS-DATE
               MOVE JA-STATUS-REASON TO IL-STATUS-REASON
               MOVE JA-GRADE TO IL-GRADE
               WRITE JRNL-REPORT-LINE FROM IMAGE-LINE
           END-IF.

