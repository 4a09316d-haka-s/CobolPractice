      *>****************************************************************
      *> CALREC.CPY
      *>
      *> School calendar record, on the CALENDAR file maintained
      *> through CALMNT.  The calendar is kept by exception: a term
      *> entry gives the first and last day of a marking term, and
      *> every Monday-to-Friday inside a term is an instructional day
      *> unless a holiday entry covers it.  A holiday entry is a
      *> closure range -- one day for a holiday, several for a break,
      *> a storm closure keyed the morning of.  A make-up entry turns
      *> a Saturday (or a day inside a break) back into an
      *> instructional day.  CALCHECK answers every question the
      *> batch asks of the calendar from these three entry types.
      *>
      *> Entry types:
      *>   T = term (term id required)
      *>   H = holiday or closure, start through end date
      *>   M = make-up instructional day(s), start through end date
      *>****************************************************************
       01 CALENDAR-RECORD.
           02 CA-ENTRY-TYPE PIC X(1).
               88 CA-TERM VALUE "T".
               88 CA-HOLIDAY VALUE "H".
               88 CA-MAKE-UP VALUE "M".
           02 CA-START-DATE PIC 9(8).
           02 CA-END-DATE PIC 9(8).
           02 CA-TERM-ID PIC X(6).
           02 CA-DESCRIPTION PIC X(20).
