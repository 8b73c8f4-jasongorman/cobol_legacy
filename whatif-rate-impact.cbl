               02  TABLE-TIER-CODE      PIC X(01).
               02  TABLE-PRICE          PIC 9(2)V9(2).
               02  TABLE-EFFECTIVE-DATE PIC 9(8).
               02  TABLE-FORMAT         PIC X(01).

       FD CANDIDATE-RATE-FILE.
           01 CANDIDATE-RATE-RECORD.
           01 DISPLAY-AVG            PIC ZZZ9.99.
           01 DISPLAY-DELTA          PIC +(8)9.99.
           01 POS-STORE-ID           PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
      * Price the whole catalog twice before a rate change is
      * loaded: once as it prices today (through PRICE-MOVIE and
      * a whole table, so every tier it leaves alone must keep its
      * live price on both sides of the comparison.  A missing live
      * table just leaves the fallback literals, the same place
      * PRICE-MOVIE lands in that case.  Only the base-price rows
      * fold - a Blu-ray or 4K uplift row is not a tier price, and
      * the catalog is compared at its base (DVD) price.
       LOAD-LIVE-RATES.
           OPEN INPUT LIVE-RATE-FILE.
           IF LIVE-FS = '00'
               NOT AT END
                   PERFORM MATCH-LIVE-TIER
                   IF TIER-IDX > 0
                       AND TABLE-FORMAT = SPACE
                       AND TABLE-EFFECTIVE-DATE <= TODAY-DATE
                       AND TABLE-EFFECTIVE-DATE >=
                           CAND-BEST-DATE (TIER-IDX)
                   ADD 1 TO CAND-ROWS-READ
                   PERFORM MATCH-CANDIDATE-TIER
                   IF TIER-IDX > 0
                       AND RT-BASE-PRICE
                       AND RT-EFFECTIVE-DATE <= TODAY-DATE
                       AND RT-EFFECTIVE-DATE >=
                           CAND-BEST-DATE (TIER-IDX)
           MOVE MOVIE-RECORD TO TEST-MOVIE.
           CALL 'PRICE-MOVIE' USING MOVIE-IMDB-ID OF MOVIE-RECORD,
               LIVE-PRICE, READ-MODULE, LOOKUP-STATUS, PRICE-STATUS,
               MEMBER-ID, CURRENCY-CODE, TIER-NAME, POS-STORE-ID,
               MEDIA-FORMAT, PRICED-STAMP.

           IF MOVIE-FOUND AND PRICE-VALID
               PERFORM MATCH-MOVIE-TIER
