      *****************************************************************
      *  BUNDLE-RULE-RECORD.CPY
      *  One bundle rule on bundle-rules.dat - what a member saves for
      *  taking several titles of one series in the same visit.
      *    F  any BR-QUANTITY titles of the series for BR-FLAT-PRICE
      *       the lot (six titles at "any 3 for $X" make two
      *       bundles; the odd ones over pay their own price)
      *    P  BR-PERCENT off each title of the series after the
      *       first one in the basket
      *  Date-ranged like the promotions file; a zero end date runs
      *  on until someone closes it.  Where two in-date rules name
      *  the same series the later start date wins, so a short-run
      *  deal can sit over a standing one without editing it.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  BR-SERIES-ID            PIC X(06).
           02  BR-RULE-TYPE            PIC X(01).
               88  BR-FLAT-PRICE           VALUE 'F'.
               88  BR-PERCENT-OFF          VALUE 'P'.
           02  BR-QUANTITY             PIC 9(02).
           02  BR-FLAT-PRICE-AMOUNT    PIC 9(3)V9(2).
           02  BR-PERCENT              PIC 9(2)V9(1).
           02  BR-START-DATE           PIC 9(08).
           02  BR-END-DATE             PIC 9(08).
