      *****************************************************************
      *  STOCKTAKE-COUNT-RECORD.CPY
      *  One line of a store's stocktake count file
      *  (stocktake-count-SSSS.dat, SSSS the store ID) - a title and
      *  how many copies of it the counters found in the store, on
      *  the shelf or set aside behind the counter.  A count may
      *  cover the whole shelf or one section of it; a title counted
      *  on two sections may appear twice and the lines add up.
      *  The format is D DVD, B Blu-ray, K 4K; blank is DVD, so a
      *  sheet keyed before formats were stocked still reads right.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  STC-IMDB-ID             PIC X(10).
           02  STC-COUNTED             PIC 9(03).
           02  STC-FORMAT              PIC X(01).
