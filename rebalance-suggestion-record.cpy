      *****************************************************************
      *  REBALANCE-SUGGESTION-RECORD.CPY
      *  One suggested move of copies between stores on
      *  rebalance-suggestions.dat.  REBALANCE-STOCK writes it
      *  PENDING each night; a manager dispatches it through
      *  TRANSFER-STOCK's suggested-moves action - the move goes out
      *  as an ordinary transfer, stamped here with the transfer's
      *  sent stamp - or rejects it.  The next night's run
      *  supersedes whatever is still pending, so only the latest
      *  picture of the shelves can be dispatched.
      *    RB-REASON         H - fills WAITING holds at the
      *                      receiving store; D - meets its recent
      *                      checkouts
      *    RB-FROM-COPIES    the sending store's shelf count, and
      *    RB-TO-COPIES      the receiving store's, when suggested
      *    RB-TO-WAITING     WAITING holds at the receiving store
      *    RB-TO-CHECKOUTS   its checkouts in the demand window
      *    RB-MIN-SHELF      the minimum shelf count in force - the
      *                      dispatch refuses a move that would now
      *                      take the sender below it
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  RB-IMDB-ID              PIC X(10).
           02  RB-FORMAT               PIC X(01).
           02  RB-FROM-STORE           PIC X(04).
           02  RB-TO-STORE             PIC X(04).
           02  RB-QTY                  PIC 9(03).
           02  RB-REASON               PIC X(01).
               88  RB-FILLS-HOLDS          VALUE 'H'.
               88  RB-MEETS-DEMAND         VALUE 'D'.
           02  RB-FROM-COPIES          PIC 9(03).
           02  RB-TO-COPIES            PIC 9(03).
           02  RB-TO-WAITING           PIC 9(03).
           02  RB-TO-CHECKOUTS         PIC 9(03).
           02  RB-MIN-SHELF            PIC 9(02).
           02  RB-SUGGEST-DATE         PIC 9(08).
           02  RB-STATUS               PIC X(01).
               88  RB-PENDING              VALUE 'P'.
               88  RB-DISPATCHED           VALUE 'A'.
               88  RB-REJECTED             VALUE 'R'.
               88  RB-SUPERSEDED           VALUE 'S'.
           02  RB-DECIDED-STAMP        PIC X(14).
           02  RB-DECIDED-BY           PIC X(03).
           02  RB-XFER-STAMP           PIC X(14).
