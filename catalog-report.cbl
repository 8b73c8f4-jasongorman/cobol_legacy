           01 STORE-BREAKOUT         PIC X(40).
           01 BREAKOUT-PTR           PIC 9(02).
           01 POS-STORE-ID           PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT MOVIE-FILE.
                   CALL 'PRICE-MOVIE' USING IMDB-ID, PRICE,
                       READ-MODULE, LOOKUP-STATUS, PRICE-STATUS,
                       MEMBER-ID, CURRENCY-CODE, TIER-NAME,
                       POS-STORE-ID, MEDIA-FORMAT, PRICED-STAMP
                   PERFORM DISPLAY-CATALOG-LINE
           END-READ.

               MOVE 'N' TO STORE-EOF-SW
               MOVE MOVIE-IMDB-ID OF MOVIE-RECORD TO SI-IMDB-ID
               MOVE LOW-VALUES TO SI-STORE-ID
               MOVE LOW-VALUES TO SI-FORMAT
               START STORE-INVENTORY-FILE
                   KEY IS NOT LESS THAN SI-KEY
                   INVALID KEY
                   ELSE
                       IF BREAKOUT-PTR < 30
                           STRING SI-STORE-ID DELIMITED BY SPACE
                               '/' DELIMITED BY SIZE
                               SI-FORMAT DELIMITED BY SIZE
                               ':' DELIMITED BY SIZE
                               SI-COPIES DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
