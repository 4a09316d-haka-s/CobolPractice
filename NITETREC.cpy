      *> definition.  The source tag marks where a record came from
      *> ("C" = county feed, blank = keyed or recycled locally) so
      *> the night's county-sourced results can be extracted back to
      *> the agency by CNTYEXTR.  The subject code rides at the end
      *> and is checked against the SUBJREF catalog; it is blank on
      *> county-fed records and on nights keyed before it existed,
      *> and a blank subject is not checked.
      *>****************************************************************
       01 NITE-TRANS-RECORD.
           02 NT-NAME PIC X(30).
           02 NT-SCORE PIC 999.
           02 NT-SOURCE PIC X(1).
               88 NT-FROM-COUNTY VALUE "C".
           02 NT-SUBJECT PIC X(3).
