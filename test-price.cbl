           01 ID-VALID-SW           PIC X(01) VALUE 'N'.
               88  ID-VALID             VALUE 'Y'.
           01 POS-STORE-ID          PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT          PIC X(01) VALUE SPACES.
           01 PRICED-STAMP          PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Price interactively or from a manifest? (I/B)'.
       PRICE-ONE-MOVIE.
           CALL 'PRICE-MOVIE' USING IMDB-ID, PRICE, READ-MODULE,
               LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID, CURRENCY-CODE,
               TIER-NAME, POS-STORE-ID, MEDIA-FORMAT, PRICED-STAMP.

       END PROGRAM TEST-PRICE.
