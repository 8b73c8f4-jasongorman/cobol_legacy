      *****************************************************************
      *  SERIES-RECORD.CPY
      *  One title's place in a named series on the series reference
      *  file (series.dat) - one row per title, so a trilogy is three
      *  rows carrying the same series ID and name.  A title belongs
      *  to one series; if the file lists it twice the first row
      *  wins.  The counter groups a visit's basket by series ID to
      *  apply the bundle rules on bundle-rules.dat.  Caller supplies
      *  its own 01-level header and COPYs this in underneath it.
      *****************************************************************
           02  SR-SERIES-ID            PIC X(06).
           02  SR-IMDB-ID              PIC X(10).
           02  SR-SERIES-NAME          PIC X(30).
