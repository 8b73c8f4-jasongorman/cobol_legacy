      *****************************************************************
      *  REVSHARE-CONTRACT-RECORD.CPY
      *  One title taken from a studio on revenue-share terms instead
      *  of bought outright - the studio's cut of every rental of the
      *  title for the length of the deal.  A title can appear more
      *  than once when a deal is renewed on new terms; the row whose
      *  start and end dates take in the day a rental was charged is
      *  the one it settles under.  The minimum guarantee is what the
      *  studio is owed for the whole term however the title rents:
      *  REVSHARE-SETTLEMENT tops the studio up to it in the month the
      *  term ends.  Zero means no guarantee.  Caller supplies its own
      *  01-level header and COPYs this in underneath it.
      *****************************************************************
           02  RS-IMDB-ID              PIC X(10).
           02  RS-STUDIO-ID            PIC X(06).
           02  RS-STUDIO-NAME          PIC X(30).
           02  RS-SHARE-PCT            PIC 9(2)V9(2).
           02  RS-START-DATE           PIC 9(08).
           02  RS-END-DATE             PIC 9(08).
           02  RS-MIN-GUARANTEE        PIC 9(6)V9(2).
