           01 TIER-NAME              PIC X(11).
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 POS-STORE-ID           PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Dry-run pricing - no catalog entry required'.
       DRY-RUN-ONE-PRICE.
           CALL 'PRICE-MOVIE' USING IMDB-ID, PRICE, READ-MODULE,
               LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID, CURRENCY-CODE,
               TIER-NAME, POS-STORE-ID, MEDIA-FORMAT, PRICED-STAMP.

       END PROGRAM DRY-RUN-PRICE.
