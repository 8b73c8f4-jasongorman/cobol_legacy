      *  ADJUSTMENT-RECORD.CPY
      *  One manual copy-count adjustment on the inventory audit
      *  file - which title, the signed quantity applied, why
      *  (damaged, lost, found, new stock, write-off, stocktake), when
      *  and by whom.  Written by ADJUST-INVENTORY, and by
      *  POST-STOCKTAKE for an approved count variance; totalled by
      *  the monthly shrinkage report.  Caller supplies its own
      *  01-level header and COPYs this in underneath it.
      *****************************************************************
           02  ADJ-IMDB-ID             PIC X(10).
           02  ADJ-QTY                 PIC S9(03)
               88  ADJ-FOUND               VALUE 'F'.
               88  ADJ-NEW-STOCK           VALUE 'N'.
               88  ADJ-WRITE-OFF           VALUE 'W'.
               88  ADJ-STOCKTAKE           VALUE 'S'.
           02  ADJ-TIMESTAMP           PIC X(14).
           02  ADJ-OPERATOR            PIC X(03).
      *  The store whose shelf the adjustment moved - the counter's
      *  store, or the store a lost rental went out from.  Blank on
      *  rows from before the field existed.
           02  ADJ-STORE-ID            PIC X(04).
