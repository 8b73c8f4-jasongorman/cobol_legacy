           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
           01 POS-STORE-ID           PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
      * When a new rate-table row comes into effect every stored
      * MOVIE-PRICE goes stale at once.  RECONCILE-PRICES only lists
           CALL 'PRICE-MOVIE' USING MOVIE-IMDB-ID OF MOVIE-RECORD,
               COMPUTED-PRICE, READ-MODULE, LOOKUP-STATUS,
               PRICE-STATUS, MEMBER-ID, CURRENCY-CODE, TIER-NAME,
               POS-STORE-ID, MEDIA-FORMAT, PRICED-STAMP.

           IF MOVIE-FOUND AND PRICE-VALID
               AND COMPUTED-PRICE NOT = MOVIE-PRICE OF MOVIE-RECORD
