      *****************************************************************
      *  BUDGET-RECORD.CPY
      *  One store's budget for one month - the year's plan, loaded
      *  once at the start of the year through LOAD-BUDGET onto
      *  budget.dat, and read back by BUDGET-VARIANCE at the end of
      *  each day's close to set the store's month-to-date actuals
      *  against it.  Rental revenue is net of tax, the way
      *  revenue-mtd.dat carries it; fee revenue is fees paid at the
      *  till.  The store ID is the till's, as on the rental-day and
      *  month-to-date files.  Caller supplies its own 01-level
      *  header and COPYs this in underneath it.
      *****************************************************************
           02  BG-STORE-ID             PIC X(04).
           02  BG-MONTH                PIC 9(06).
           02  BG-RENTAL-REVENUE       PIC 9(7)V9(2).
           02  BG-FEE-REVENUE          PIC 9(7)V9(2).
           02  BG-CHECKOUTS            PIC 9(06).
