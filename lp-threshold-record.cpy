      *****************************************************************
      *  LP-THRESHOLD-RECORD.CPY
      *  One row of the loss-prevention thresholds - how much of each
      *  money-out action one operator may rack up at one store
      *  before the weekly exception report names them.  Each figure
      *  is a "more than" - at the threshold is fine, past it is
      *  flagged.  Works exactly like counter-limits-record.cpy: a
      *  change is loaded ahead of time with a future effective date
      *  and the highest effective date not after the week's end
      *  wins, with hardcoded defaults only for a file that was
      *  never loaded.
      *****************************************************************
      *  Price overrides signed in one shift - one operator, one
      *  store, one day.
           02  LPT-SHIFT-OVERRIDES     PIC 9(03).
      *  Refunds signed in the week, by count and by money.
           02  LPT-WEEK-REFUNDS        PIC 9(03).
           02  LPT-WEEK-REFUND-AMOUNT  PIC 9(5)V9(2).
      *  Fee waivers granted in the week, by count and by money.
           02  LPT-WEEK-WAIVERS        PIC 9(03).
           02  LPT-WEEK-WAIVER-AMOUNT  PIC 9(5)V9(2).
      *  Copies marked damaged in the week - the check-in damage
      *  RETURN-MOVIE records under the clerk who took the return,
      *  plus damage keyed at ADJUST-INVENTORY.
           02  LPT-WEEK-DAMAGED        PIC 9(03).
      *  Copies marked lost or written off in the week at the
      *  counter - the nightly lost-rental sweep is not a clerk.
           02  LPT-WEEK-LOST           PIC 9(03).
           02  LPT-EFFECTIVE-DATE      PIC 9(08).
