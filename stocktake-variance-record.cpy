      *****************************************************************
      *  STOCKTAKE-VARIANCE-RECORD.CPY
      *  One title's stocktake variance on stocktake-variance.dat -
      *  what a store counted against what the books say should be
      *  in the store, waiting on a manager.  STOCKTAKE-VARIANCE
      *  writes it PENDING; POST-STOCKTAKE posts it (an adjustment
      *  with the stocktake reason, the store and chain counts moved
      *  by the variance) or rejects it, and stamps who decided and
      *  when.  A recount of the same store supersedes whatever of
      *  its last count is still pending, so only the latest count
      *  can be posted.
      *    SV-SHELF-COUNT    the store's count row when counted
      *    SV-HELD-COUNT     READY holds set aside at the store -
      *                      off the shelf count, still in the store
      *    SV-OUT-COUNT      open rentals that went out from the
      *                      store - off the shelf count, not there
      *    SV-TRANSIT-COUNT  boxes on the road to or from the store
      *                      - off the shelf count, not there
      *    SV-EXPECTED       shelf plus held: what the count should
      *                      have found
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  SV-STORE-ID             PIC X(04).
           02  SV-IMDB-ID              PIC X(10).
           02  SV-FORMAT               PIC X(01).
           02  SV-COUNT-DATE           PIC 9(08).
           02  SV-SHELF-COUNT          PIC 9(03).
           02  SV-HELD-COUNT           PIC 9(03).
           02  SV-OUT-COUNT            PIC 9(03).
           02  SV-TRANSIT-COUNT        PIC 9(03).
           02  SV-EXPECTED             PIC 9(04).
           02  SV-COUNTED              PIC 9(04).
           02  SV-VARIANCE             PIC S9(03)
                                       SIGN IS LEADING SEPARATE.
           02  SV-STATUS               PIC X(01).
               88  SV-PENDING              VALUE 'P'.
               88  SV-POSTED               VALUE 'A'.
               88  SV-REJECTED             VALUE 'R'.
               88  SV-SUPERSEDED           VALUE 'S'.
           02  SV-DECIDED-STAMP        PIC X(14).
           02  SV-DECIDED-BY           PIC X(03).
