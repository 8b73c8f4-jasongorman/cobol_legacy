      *  MOVIE-CHANGE-RECORD.CPY
      *  One entry on the movie-changes journal - which catalog
      *  record changed, what kind of change it was (ADD, UPDATE,
      *  RENT, RETURN, RETIRE, REACTIVE, RATING, REPRICE, ADJUST,
      *  EXPIRE, XFER, CANCEL, SELL, STOCKTK), when, and which
      *  program did it.  Every program that writes movies.dat
      *  appends one of these through LOG-MOVIE-CHANGE, so the BI
      *  delta extract can pull just the titles that moved instead
      *  of re-ingesting the whole catalog every night.
      *****************************************************************
           02  MC-IMDB-ID              PIC X(10).
           02  MC-CHANGE-TYPE          PIC X(08).
