           01 CURRENCY-CODE          PIC X(03) VALUE 'USD'.
           01 TIER-NAME              PIC X(11).
           01 POS-STORE-ID           PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
      * The step's condition code now means something: 0 is a clean
      * reconcile, 4 says mismatches were listed for the morning
                   CALL 'PRICE-MOVIE' USING MOVIE-IMDB-ID OF
                       MOVIE-RECORD, COMPUTED-PRICE, READ-MODULE,
                       LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID,
                       CURRENCY-CODE, TIER-NAME, POS-STORE-ID,
                       MEDIA-FORMAT, PRICED-STAMP
                   PERFORM REPORT-IF-MISMATCHED
           END-READ.

