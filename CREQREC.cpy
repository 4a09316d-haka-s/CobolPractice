      *>****************************************************************
      *> CREQREC.CPY
      *>
      *> Course request record, one per student per request round,
      *> batched by the counseling office to the CRSREQ file.  Up to
      *> eight subjects the student asks for, in priority order, and
      *> up to three alternates that SECTLOAD tries, in order, in
      *> place of a requested subject it cannot seat.  Unused slots
      *> are blank.  A request for a subject the student is already
      *> seated in or waitlisted for is passed over, so a request
      *> file run twice seats nobody twice.
      *>****************************************************************
       01 COURSE-REQUEST-RECORD.
           02 CQ-STUDENT-ID PIC 9(7).
           02 CQ-REQUEST-DATE PIC 9(8).
           02 CQ-SUBJECT PIC X(3) OCCURS 8 TIMES.
           02 CQ-ALTERNATE PIC X(3) OCCURS 3 TIMES.
