      *> and batched section id against it (an unknown id suspends
      *> with reason SECT instead of silently creating a new summary
      *> row) and reports each section's enrollment against capacity.
      *> The subject taught and the meeting period sit at the end of
      *> the record; SECTLOAD seats course requests from them, never
      *> putting a student in two sections that meet in the same
      *> period.  Period 00 (or blank, on records kept before the
      *> period existed) is a section with no fixed period.
      *>****************************************************************
       01 SECTION-REF-RECORD.
           02 SF-SECTION-ID PIC X(3).
           02 SF-TEACHER PIC X(20).
           02 SF-ROOM PIC X(5).
           02 SF-CAPACITY PIC 9(3).
           02 SF-SUBJECT PIC X(3).
           02 SF-PERIOD PIC 99.
