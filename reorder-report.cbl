           ACCESS IS RANDOM
           RECORD KEY IS PO-KEY
           FILE STATUS IS PO-FS.

           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIER-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.
       FD PURCHASE-ORDER-FILE.
           01 PURCHASE-ORDER-RECORD.
               COPY 'purchase-order-record.cpy'.

       FD SUPPLIER-FILE.
           01 SUPPLIER-RECORD.
               COPY 'supplier-record.cpy'.
       WORKING-STORAGE SECTION.
           01 FS                    PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 ORDER-QTY              PIC 9(03).
           01 ORDER-OPERATOR         PIC X(03) VALUE SPACES.
           01 ORDERS-CUT             PIC 9(03) VALUE 0.
           01 ORDER-UNIT-COST        PIC 9(4)V9(2) VALUE 0.
      * Who the title is bought from - asked once per title and
      * checked against the supplier master, held as raw record
      * images the way MAINTAIN-SUPPLIERS holds them.  A shop with
      * no supplier master yet cuts its lines with no supplier, and
      * the nightly order run leaves them for the buyer to place.
           01 SUPPLIER-FS            PIC 9(02).
           01 SUPPLIER-EOF-SW        PIC X(01) VALUE 'N'.
               88  SUPPLIER-EOF          VALUE 'Y'.
           01 ORDER-SUPPLIER         PIC X(06) VALUE SPACES.
           01 SUPPLIER-COUNT         PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-IDX           PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-AT            PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-OK-SW         PIC X(01).
               88  SUPPLIER-SETTLED      VALUE 'Y'.
           01 SCAN-SUPPLIER.
               COPY 'supplier-record.cpy'.
           01 SUPPLIER-TABLE.
               02  SUPPLIER-ENTRY OCCURS 200 TIMES PIC X(41).
      * A title is bought format by format - each quantity keyed
      * becomes its own PO line, all on the one order stamp.
           01 ORDER-STAMP            PIC X(14).
           01 ORDER-FORMAT-IDX       PIC 9(01) VALUE 0 COMP.
           01 ORDER-FORMAT-LIST.
               02  FILLER                PIC X(08) VALUE 'DDVD    '.
               02  FILLER                PIC X(08) VALUE 'BBlu-ray'.
               02  FILLER                PIC X(08) VALUE 'K4K     '.
           01 ORDER-FORMAT-TABLE REDEFINES ORDER-FORMAT-LIST.
               02  ORDER-FORMAT-ENTRY OCCURS 3 TIMES.
                   03  ORDER-FORMAT-CODE   PIC X(01).
                   03  ORDER-FORMAT-NAME   PIC X(07).

      * Demand signals per title, built in one pass over each of
      * the rentals ledger and the holds queue before the catalog
           IF ORDER-REPLY = 'Y'
               DISPLAY 'Operator initials: '
               ACCEPT ORDER-OPERATOR
               PERFORM LOAD-SUPPLIER-TABLE
               PERFORM OPEN-PURCHASE-ORDER-FILE
               PERFORM TAKE-ORDER-DECISION
                   VARYING BUY-IDX FROM 1 BY 1
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF.

      * Only active suppliers are loaded - a disabled one takes no
      * new orders.
       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FS = '00'
               PERFORM LOAD-SUPPLIER-ENTRY UNTIL SUPPLIER-EOF
               CLOSE SUPPLIER-FILE
           END-IF.
           IF SUPPLIER-COUNT = 0
               DISPLAY 'No active suppliers on file - lines are cut '
                   'without one and must be placed by hand'
           END-IF.

       LOAD-SUPPLIER-ENTRY.
           READ SUPPLIER-FILE
               AT END
                   SET SUPPLIER-EOF TO TRUE
               NOT AT END
                   IF SUP-ACTIVE OF SUPPLIER-RECORD
                       AND SUPPLIER-COUNT < 200
                           ADD 1 TO SUPPLIER-COUNT
                           MOVE SUPPLIER-RECORD
                               TO SUPPLIER-ENTRY (SUPPLIER-COUNT)
                   END-IF
           END-READ.

      * A blank supplier code passes on the title altogether.
       TAKE-ORDER-DECISION.
           DISPLAY 'Order ' BUY-IMDB-ID (BUY-IDX) ' '
               FUNCTION TRIM(BUY-TITLE (BUY-IDX)).
           MOVE SPACES TO ORDER-SUPPLIER.
           IF SUPPLIER-COUNT = 0
               SET SUPPLIER-SETTLED TO TRUE
           ELSE
               MOVE 'N' TO SUPPLIER-OK-SW
               PERFORM ASK-ORDER-SUPPLIER UNTIL SUPPLIER-SETTLED
           END-IF.
           IF SUPPLIER-COUNT = 0 OR ORDER-SUPPLIER NOT = SPACES
               MOVE FUNCTION CURRENT-DATE (1:14) TO ORDER-STAMP
               PERFORM TAKE-FORMAT-QUANTITY
                   VARYING ORDER-FORMAT-IDX FROM 1 BY 1
                   UNTIL ORDER-FORMAT-IDX > 3
           END-IF.

       ASK-ORDER-SUPPLIER.
           DISPLAY '  Supplier code (blank to pass): '.
           MOVE SPACES TO ORDER-SUPPLIER.
           ACCEPT ORDER-SUPPLIER.
           IF ORDER-SUPPLIER = SPACES
               SET SUPPLIER-SETTLED TO TRUE
           ELSE
               MOVE 0 TO SUPPLIER-AT
               PERFORM MATCH-ORDER-SUPPLIER
                   VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
                       OR SUPPLIER-AT > 0
               IF SUPPLIER-AT > 0
                   MOVE SUPPLIER-ENTRY (SUPPLIER-AT) TO SCAN-SUPPLIER
                   DISPLAY '  ' SUP-NAME OF SCAN-SUPPLIER ' - '
                       SUP-LEAD-DAYS OF SCAN-SUPPLIER
                       ' days lead time'
                   SET SUPPLIER-SETTLED TO TRUE
               ELSE
                   DISPLAY '  Not an active supplier - key another'
               END-IF
           END-IF.

       MATCH-ORDER-SUPPLIER.
           MOVE SUPPLIER-ENTRY (SUPPLIER-IDX) TO SCAN-SUPPLIER.
           IF SUP-CODE OF SCAN-SUPPLIER = ORDER-SUPPLIER
               MOVE SUPPLIER-IDX TO SUPPLIER-AT
           END-IF.

       TAKE-FORMAT-QUANTITY.
           MOVE 0 TO ORDER-QTY.
           DISPLAY '  ' ORDER-FORMAT-NAME (ORDER-FORMAT-IDX)
               ' copies to buy (0 to skip): '.
           ACCEPT ORDER-QTY.
           IF ORDER-QTY > 0
               MOVE 0 TO ORDER-UNIT-COST
               DISPLAY '  Unit cost each: '
               ACCEPT ORDER-UNIT-COST
               PERFORM WRITE-PURCHASE-ORDER-LINE
           END-IF.

       WRITE-PURCHASE-ORDER-LINE.
           MOVE BUY-IMDB-ID (BUY-IDX) TO PO-IMDB-ID.
           MOVE ORDER-STAMP TO PO-ORDERED-STAMP.
           MOVE ORDER-FORMAT-CODE (ORDER-FORMAT-IDX) TO PO-FORMAT.
           MOVE ORDER-QTY TO PO-QTY-ORDERED.
           MOVE 0 TO PO-QTY-RECEIVED.
           SET PO-OPEN TO TRUE.
           MOVE TODAY-DATE TO PO-ORDERED-DATE.
           MOVE 0 TO PO-CLOSED-DATE.
           MOVE ORDER-OPERATOR TO PO-OPERATOR.
           MOVE ORDER-SUPPLIER TO PO-SUPPLIER-CODE.
           MOVE ORDER-UNIT-COST TO PO-UNIT-COST.
           MOVE SPACES TO PO-ORDER-REF.
           MOVE 0 TO PO-SENT-DATE.
           MOVE 0 TO PO-QTY-SHIPPED.
           MOVE SPACES TO PO-ASN-NUMBER.
           WRITE PURCHASE-ORDER-RECORD.
           ADD 1 TO ORDERS-CUT.

               MOVE 'N' TO STORE-EOF-SW
               MOVE BUY-IMDB-ID (BUY-IDX) TO SI-IMDB-ID
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
