      *>****************************************************************
      *> MENUNAME.CPY
      *>
      *> Menu function names, one per MENU choice in choice order --
      *> the same positions the eighty OP-AUTHS / OP-AUTHS-EXT bytes
      *> on the operator record authorize.  OPERCERT decodes each
      *> operator's authorization bytes through this table so the
      *> recertification report reads as function names instead of
      *> Y/N bytes.  A choice added to MENU gets its name here in the
      *> same change; positions past the last choice stay blank, and
      *> a byte granted there is reported as an unused function.
      *>****************************************************************
       01 MENU-FUNCTION-NAMES.
           02 FILLER PIC X(40) VALUE "ENROLLMENT INTAKE".
           02 FILLER PIC X(40) VALUE "STUDENT CLASSIFICATION".
           02 FILLER PIC X(40) VALUE "RUN NIGHTLY BATCH".
           02 FILLER PIC X(40) VALUE "ENROLLEE MASTER UPDATE".
           02 FILLER PIC X(40) VALUE "ENROLLEE INQUIRY".
           02 FILLER PIC X(40) VALUE "DUPLICATE DETECTION".
           02 FILLER PIC X(40) VALUE "CLASS ROSTER REPORT".
           02 FILLER PIC X(40) VALUE "INTAKE/NITEOUT RECONCILIATION".
           02 FILLER PIC X(40) VALUE "SUSPENSE RECYCLE".
           02 FILLER PIC X(40) VALUE "AUDIT TRAIL REPORT".
           02 FILLER PIC X(40) VALUE "SCORE TREND REPORT".
           02 FILLER PIC X(40) VALUE "ARCHIVE/PURGE AGED DATA".
           02 FILLER PIC X(40) VALUE "DATA WAREHOUSE EXTRACT".
           02 FILLER PIC X(40) VALUE "COUNTY FEED TRANSLATOR".
           02 FILLER PIC X(40) VALUE "PASS/FAIL NOTICE LETTERS".
           02 FILLER PIC X(40) VALUE "MASTER SEQUENTIAL COPY".
           02 FILLER PIC X(40) VALUE "MASTER CHANGE JOURNAL REPORT".
           02 FILLER PIC X(40) VALUE "PENDING MAINTENANCE APPROVAL".
           02 FILLER PIC X(40) VALUE "WAREHOUSE ACK RECONCILIATION".
           02 FILLER PIC X(40) VALUE "COUNTY RESULTS EXTRACT".
           02 FILLER PIC X(40) VALUE "SECTION REFERENCE MAINTENANCE".
           02 FILLER PIC X(40) VALUE "GUARDIAN/ADDRESS UPDATE".
           02 FILLER PIC X(40) VALUE "MAILING LABEL EXTRACT".
           02 FILLER PIC X(40) VALUE "STUDENT REPORT CARDS".
           02 FILLER PIC X(40) VALUE "PROMOTION/RETENTION RUN".
           02 FILLER PIC X(40) VALUE "ATTENDANCE POSTING".
           02 FILLER PIC X(40) VALUE "ATTENDANCE MONTHLY REPORT".
           02 FILLER PIC X(40) VALUE "RUN STATISTICS TREND REPORT".
           02 FILLER PIC X(40) VALUE "SUSPENSE AGING REPORT".
           02 FILLER PIC X(40) VALUE "BATCH WINDOW SCHEDULER".
           02 FILLER PIC X(40) VALUE "OPERATOR ADMINISTRATION".
           02 FILLER PIC X(40) VALUE "GENERATION RESTORE".
           02 FILLER PIC X(40) VALUE "STUDENT DOSSIER PRINT".
           02 FILLER PIC X(40) VALUE "WITHDRAWAL/TRANSFER REGISTER".
           02 FILLER PIC X(40) VALUE "SUBJECT CATALOG MAINTENANCE".
           02 FILLER PIC X(40) VALUE "GRADUATION CREDIT AUDIT".
           02 FILLER PIC X(40) VALUE "CLASS RANK AND HONORS".
           02 FILLER PIC X(40) VALUE "COURSE REQUEST SECTION LOADING".
           02 FILLER PIC X(40) VALUE "SCHOOL CALENDAR MAINTENANCE".
           02 FILLER PIC X(40) VALUE "TRUANCY NOTICES".
           02 FILLER PIC X(40) VALUE "TEACHER GRADEBOOK ENTRY".
           02 FILLER PIC X(40) VALUE "GRADEBOOK TERM CLOSE-OUT".
           02 FILLER PIC X(40) VALUE "GRADE CHANGE ENTRY/REVIEW".
           02 FILLER PIC X(40) VALUE "APPLY APPROVED GRADE CHANGES".
           02 FILLER PIC X(40) VALUE "GRADE CUTOFF WHAT-IF SIMULATION".
           02 FILLER PIC X(40) VALUE "FEE TRANSACTION ENTRY".
           02 FILLER PIC X(40) VALUE "FEE POSTING AND CASH BALANCING".
           02 FILLER PIC X(40) VALUE "FEE STATEMENTS AND HOLD LIST".
           02 FILLER PIC X(40) VALUE "DISCIPLINE INCIDENT MAINTENANCE".
           02 FILLER PIC X(40) VALUE "MONTHLY DISCIPLINE REPORT".
           02 FILLER PIC X(40) VALUE "IMMUNIZATION RECORD MAINTENANCE".
           02 FILLER PIC X(40) VALUE "IMMUNIZATION REQUIREMENTS MAINTENANCE".
           02 FILLER PIC X(40) VALUE "IMMUNIZATION COMPLIANCE RUN".
           02 FILLER PIC X(40) VALUE "RETURNED MAIL ENTRY".
           02 FILLER PIC X(40) VALUE "BAD ADDRESS AGING REPORT".
           02 FILLER PIC X(40) VALUE "CROSS-FILE INTEGRITY SWEEP".
           02 FILLER PIC X(40) VALUE "BATCH WINDOW TREND REPORT".
           02 FILLER PIC X(40) VALUE "OPERATOR ACCESS RECERTIFICATION".
           02 FILLER PIC X(40) VALUE "DORMANT OPERATOR SWEEP".
           02 FILLER PIC X(40) VALUE "STATE ENROLLMENT CENSUS".
           02 FILLER PIC X(40) VALUE "SCHOOL YEAR ROLLOVER".
           02 FILLER PIC X(760) VALUE SPACES.
       01 MENU-FUNCTION-TABLE REDEFINES MENU-FUNCTION-NAMES.
           02 MENU-FUNCTION-NAME PIC X(40) OCCURS 80 TIMES.
