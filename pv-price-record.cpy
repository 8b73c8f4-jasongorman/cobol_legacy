      *****************************************************************
      *  PV-PRICE-RECORD.CPY
      *  One row of the previously-viewed price schedule,
      *  pv-prices.dat - what a used copy sells for over the counter
      *  by the title's tier and how long the title has been out.
      *  A row applies to titles at least PV-MIN-AGE-DAYS past their
      *  release date; the row with the greatest minimum age the
      *  title has reached wins, so a schedule reads as steps down
      *  the price as the title ages.  Effective-dated like
      *  rate-table.dat - a new schedule is loaded ahead of its date
      *  and, for one tier and age step, the highest effective date
      *  not after today wins.  Caller supplies its own 01-level
      *  header and COPYs this in underneath it.
      *****************************************************************
           02  PV-TIER-CODE            PIC X(01).
           02  PV-MIN-AGE-DAYS         PIC 9(04).
           02  PV-PRICE                PIC 9(2)V9(2).
           02  PV-EFFECTIVE-DATE       PIC 9(08).
