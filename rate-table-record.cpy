      *  lets a price change be loaded ahead of time - PRICE-MOVIE
      *  picks the highest effective date that is not after today, so
      *  a future row just sits on the table until its date arrives.
      *  RT-FORMAT blank is the tier's base (DVD) price.  A row with
      *  B (Blu-ray) or K (4K) carries, in RT-PRICE, the uplift that
      *  format adds on top of the base price for that tier, dated
      *  and folded exactly the same way.
      *****************************************************************
           02  RT-TIER-CODE            PIC X(01).
               88  RT-BARGAIN-TIER          VALUE 'B'.
               88  RT-MASTERPIECE-TIER      VALUE 'M'.
           02  RT-PRICE                PIC 9(2)V9(2).
           02  RT-EFFECTIVE-DATE        PIC 9(8).
           02  RT-FORMAT               PIC X(01).
               88  RT-BASE-PRICE            VALUE SPACE.
               88  RT-BLU-RAY-UPLIFT        VALUE 'B'.
               88  RT-UHD-4K-UPLIFT         VALUE 'K'.
