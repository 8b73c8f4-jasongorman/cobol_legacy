      *****************************************************************
      *  PROMO-REDEMPTION-RECORD.CPY
      *  One line on the promotion redemption journal
      *  (promo-redemptions.log) - a promotion PRICE-MOVIE applied,
      *  to which title, for which member, the price before the
      *  promotion came off and the price charged.  PRICE-MOVIE
      *  appends; PROMO-EFFECTIVENESS reads it back when a promotion
      *  is judged.  Caller supplies its own 01-level header and
      *  COPYs this in underneath it.
      *****************************************************************
           02  PJ-PROMO-ID             PIC X(08).
           02  PJ-IMDB-ID              PIC X(10).
           02  PJ-MEMBER-ID            PIC X(10).
           02  PJ-PRICE-BEFORE         PIC 9(2)V9(2).
           02  PJ-PRICE-AFTER          PIC 9(2)V9(2).
           02  PJ-TIMESTAMP            PIC X(14).
