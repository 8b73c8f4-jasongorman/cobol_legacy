      *****************************************************************
      *  REBALANCE-CONTROL-RECORD.CPY
      *  One row of the stock rebalancing controls on
      *  rebalance-control.dat - the fewest copies of a title, in
      *  one format, that REBALANCE-STOCK will leave on any store's
      *  shelf when it suggests moving copies away, and how many
      *  days back a store's checkouts count as its local demand.
      *  Works exactly like counter-limits-record.cpy: a change is
      *  loaded ahead of time with a future effective date and the
      *  highest effective date not after the run date wins, with
      *  hardcoded defaults only for a file that was never loaded.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  RBC-MIN-SHELF           PIC 9(02).
           02  RBC-DEMAND-DAYS         PIC 9(03).
           02  RBC-EFFECTIVE-DATE      PIC 9(08).
