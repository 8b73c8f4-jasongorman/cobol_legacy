           01 CURRENCY-CODE          PIC X(03) VALUE 'USD'.
           01 TIER-NAME              PIC X(11).
           01 POS-STORE-ID           PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
       LINKAGE SECTION.
           COPY 'test-context.cpy'.
       PROCEDURE DIVISION USING TEST-CONTEXT.
           MOVE 5.95 TO EXPECTED-PRICE.
           PERFORM RUN-BOUNDARY-CASE.

      * The same Standard title as a Blu-ray and a 4K disc - the
      * format uplift lands on top of the tier price.
           MOVE 'B' TO MEDIA-FORMAT.
           MOVE 7.0 TO CASE-RATING.
           MOVE 4.95 TO EXPECTED-PRICE.
           PERFORM RUN-BOUNDARY-CASE.

           MOVE 'K' TO MEDIA-FORMAT.
           MOVE 7.0 TO CASE-RATING.
           MOVE 5.95 TO EXPECTED-PRICE.
           PERFORM RUN-BOUNDARY-CASE.
           MOVE SPACES TO MEDIA-FORMAT.

           GOBACK.

      * Fake the catalog lookup through READ-STUB's TEST-MOVIE, price

           CALL 'PRICE-MOVIE' USING CASE-IMDB-ID, ACTUAL-PRICE,
               READ-MODULE, LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID,
               CURRENCY-CODE, TIER-NAME, POS-STORE-ID, MEDIA-FORMAT,
               PRICED-STAMP.

           ADD 1 TO TESTS-RUN.
           IF ACTUAL-PRICE = EXPECTED-PRICE
               ADD 1 TO PASSES
           ELSE
               ADD 1 TO FAILURES
               DISPLAY 'FAIL: rating ' CASE-RATING ' format '
                   MEDIA-FORMAT ' expected $' EXPECTED-PRICE
                   ' got $' ACTUAL-PRICE
               PERFORM RECORD-FAILING-CASE
           END-IF.

               MOVE FAILURES TO FAIL-IDX
               STRING 'rating ' DELIMITED BY SIZE
                   CASE-RATING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   MEDIA-FORMAT DELIMITED BY SIZE
                   INTO FAILING-CASE (FAIL-IDX)
           END-IF.

