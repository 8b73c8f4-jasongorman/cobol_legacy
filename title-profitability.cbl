       IDENTIFICATION DIVISION.
       PROGRAM-ID. TITLE-PROFITABILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN TO "purchase-orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS PO-FS.

           SELECT LIVE-LOG-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "inventory-adjust.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUST-FS.

           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.
       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-ORDER-FILE.
           01 PURCHASE-ORDER-RECORD.
               COPY 'purchase-order-record.cpy'.

      * Live rows and archived rows are the same layout, read as
      * plain lines into one work record the way TAX-RETURN reads
      * them.
       FD LIVE-LOG-FILE.
           01 LIVE-LINE                 PIC X(84).

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(84).

       FD FEES-OWED-FILE.
           01 FEE-OWED-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD ADJUSTMENT-FILE.
           01 ADJUSTMENT-RECORD.
               COPY 'adjustment-record.cpy'.

       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.
       WORKING-STORAGE SECTION.
           01 PO-FS                  PIC 9(02).
           01 LIVE-FS                PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 ADJUST-FS              PIC 9(02).
           01 FS                     PIC 9(02).
           01 PO-EOF-SW              PIC X(01) VALUE 'N'.
               88  PO-EOF                VALUE 'Y'.
           01 LOG-EOF-SW             PIC X(01).
               88  LOG-EOF               VALUE 'Y'.
           01 FEES-EOF-SW            PIC X(01) VALUE 'N'.
               88  FEES-EOF              VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01) VALUE 'N'.
               88  SETTLE-EOF            VALUE 'Y'.
           01 ADJUST-EOF-SW          PIC X(01) VALUE 'N'.
               88  ADJUST-EOF            VALUE 'Y'.
           01 MOVIE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  MOVIE-FILE-OPEN       VALUE 'Y'.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 AUDIT-WORK.
               COPY 'price-audit-record.cpy'.
           01 TODAY-DATE             PIC 9(08).
           01 CURRENT-MONTH          PIC 9(06).
           01 READ-MONTH.
               02  READ-YEAR           PIC 9(04).
               02  READ-MM             PIC 9(02).
           01 READ-MONTH-NUMBER REDEFINES READ-MONTH PIC 9(06).
           01 FIRST-READ-MONTH       PIC 9(06) VALUE 999999.
           01 ENTRY-DATE             PIC X(08).
           01 MISSING-ARCHIVES       PIC 9(03) VALUE 0.

      * One row per title stock was received for against a purchase
      * order - what it cost and everything it has earned or lost
      * since the first of it was bought.  Copies received on a
      * line with no unit cost (lines from before costing) are
      * counted apart, and the title is starred as costed short.
           01 TITLE-COUNT            PIC 9(04) VALUE 0 COMP.
           01 TITLE-IDX              PIC 9(04) VALUE 0 COMP.
           01 TITLE-AT               PIC 9(04) VALUE 0 COMP.
           01 TITLE-FULL-SW          PIC X(01) VALUE 'N'.
               88  TITLE-TABLE-FULL      VALUE 'Y'.
           01 SOUGHT-IMDB-ID         PIC X(10).
           01 TITLE-TABLE.
               02  TITLE-ENTRY OCCURS 2000 TIMES.
                   03  TP-IMDB-ID          PIC X(10).
                   03  TP-FIRST-DATE       PIC 9(08).
                   03  TP-COPIES           PIC 9(05).
                   03  TP-UNCOSTED         PIC 9(05).
                   03  TP-COST             PIC 9(7)V9(2).
                   03  TP-RENTALS          PIC S9(06).
                   03  TP-REVENUE          PIC S9(7)V9(2).
                   03  TP-FEES-ASSESSED    PIC 9(6)V9(2).
                   03  TP-FEES-COLLECTED   PIC 9(6)V9(2).
                   03  TP-LOST             PIC S9(04).

      * The roll-ups the buyers read - by genre as the catalog
      * files it and by rating tier.  Payback for a group is its
      * cost against its earnings over the group's average days
      * held.
           01 GENRE-COUNT            PIC 9(03) VALUE 0 COMP.
           01 GENRE-IDX              PIC 9(03) VALUE 0 COMP.
           01 GENRE-AT               PIC 9(03) VALUE 0 COMP.
           01 GENRE-TABLE.
               02  GENRE-ENTRY OCCURS 60 TIMES.
                   03  GR-NAME             PIC X(12).
                   03  GR-TITLES           PIC 9(05).
                   03  GR-COPIES           PIC 9(06).
                   03  GR-COST             PIC 9(8)V9(2).
                   03  GR-EARNINGS         PIC S9(8)V9(2).
                   03  GR-DAYS-HELD        PIC 9(09).
           01 TIER-IDX               PIC 9(01) VALUE 0 COMP.
           01 TIER-AT                PIC 9(01) VALUE 0 COMP.
           01 TIER-TABLE.
               02  TIER-ENTRY OCCURS 5 TIMES.
                   03  TR-NAME             PIC X(12).
                   03  TR-TITLES           PIC 9(05).
                   03  TR-COPIES           PIC 9(06).
                   03  TR-COST             PIC 9(8)V9(2).
                   03  TR-EARNINGS         PIC S9(8)V9(2).
                   03  TR-DAYS-HELD        PIC 9(09).

      * One title's or one group's figures, worked out for print.
           01 LINE-GENRE             PIC X(12).
           01 LINE-TIER-NAME         PIC X(12).
           01 LINE-TITLE             PIC X(30).
           01 AVERAGE-UNIT-COST      PIC 9(4)V9(2).
           01 SHRINK-COST            PIC 9(7)V9(2).
           01 EARNINGS               PIC S9(8)V9(2).
           01 NET-RETURN             PIC S9(8)V9(2).
           01 NET-PER-COPY           PIC S9(6)V9(2).
           01 COST-WORK              PIC 9(8)V9(2).
           01 COPIES-WORK            PIC 9(06).
           01 DAYS-HELD              PIC 9(06).
           01 PAYBACK-DAYS           PIC 9(06).
           01 PAYBACK-TEXT           PIC X(40).
           01 COSTED-SHORT-FLAG      PIC X(01).
           01 COSTED-SHORT-COUNT     PIC 9(04) VALUE 0.
           01 DISPLAY-COST           PIC -(7)9.99.
           01 DISPLAY-REVENUE        PIC -(7)9.99.
           01 DISPLAY-FEES           PIC -(7)9.99.
           01 DISPLAY-SHRINK         PIC -(7)9.99.
           01 DISPLAY-NET            PIC -(7)9.99.
           01 DISPLAY-PER-COPY       PIC -(5)9.99.
           01 DISPLAY-DAYS           PIC Z(5)9.
           01 DISPLAY-COUNT          PIC Z(5)9.
           01 DISPLAY-RENTALS        PIC -(5)9.
           01 DISPLAY-LOST           PIC -(3)9.
       PROCEDURE DIVISION.
      * Title profitability: what each title cost us to stock,
      * against what it has earned since - rental revenue net of
      * refunds and reversals off the price audit trail and its
      * monthly archives, plus fees collected on it - less the
      * copies lost or written off, so buying stops being gut feel.
      * Cost is what RECEIVE-STOCK booked in against the purchase
      * orders, copies received times the line's unit cost, so a
      * title only appears once a box of it has arrived.  A lost
      * copy is charged at the title's average unit cost: it has
      * to be bought again to keep the shelf where it was, and the
      * replacement fee billed for it comes back in as a fee.  The
      * trail is read from the month of the first purchase order,
      * and a title only earns from the day it was first bought.
      * Payback is the net return per copy bought and the days the
      * title took - or at its earning rate so far will take - to
      * earn back its cost, rolled up by genre and by rating tier.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (1:6) TO CURRENT-MONTH.
           PERFORM INITIALIZE-TIER-NAMES.

           PERFORM LOAD-PURCHASE-COSTS.
           IF TITLE-COUNT = 0
               DISPLAY 'No stock received against purchase orders - '
                   'nothing to report'
               STOP RUN
           END-IF.
           IF TITLE-TABLE-FULL
               DISPLAY 'WARNING - more titles than the report holds;'
                   ' the rest are left out'
           END-IF.

           MOVE FIRST-READ-MONTH TO READ-MONTH-NUMBER.
           PERFORM READ-ONE-ARCHIVE
               UNTIL READ-MONTH-NUMBER >= CURRENT-MONTH.
           PERFORM READ-LIVE-TRAIL.
           PERFORM TALLY-FEES-ASSESSED.
           PERFORM TALLY-FEES-COLLECTED.
           PERFORM TALLY-LOST-COPIES.

           OPEN INPUT MOVIE-FILE.
           IF FS = '00'
               SET MOVIE-FILE-OPEN TO TRUE
           END-IF.
           DISPLAY 'Title profitability - cost against earnings to '
               TODAY-DATE.
           DISPLAY '------------------------------------------'.
           PERFORM PRINT-ONE-TITLE
               VARYING TITLE-IDX FROM 1 BY 1
               UNTIL TITLE-IDX > TITLE-COUNT.
           IF MOVIE-FILE-OPEN
               CLOSE MOVIE-FILE
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY 'Payback by genre'.
           PERFORM PRINT-ONE-GENRE
               VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > GENRE-COUNT.
           DISPLAY '------------------------------------------'.
           DISPLAY 'Payback by rating tier'.
           PERFORM PRINT-ONE-TIER
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 5.
           DISPLAY '------------------------------------------'.
           IF COSTED-SHORT-COUNT > 0
               DISPLAY '* ' COSTED-SHORT-COUNT ' titles hold copies '
                   'received with no unit cost - their cost is short'
           END-IF.
           IF MISSING-ARCHIVES > 0
               DISPLAY 'WARNING - ' MISSING-ARCHIVES ' months of '
                   'trail archive missing - earnings may be short'
           END-IF.
           STOP RUN.

       INITIALIZE-TIER-NAMES.
           MOVE 'Bargain' TO TR-NAME (1).
           MOVE 'Standard' TO TR-NAME (2).
           MOVE 'Premium' TO TR-NAME (3).
           MOVE 'Masterpiece' TO TR-NAME (4).
           MOVE 'Untiered' TO TR-NAME (5).
           PERFORM CLEAR-ONE-TIER
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 5.

       CLEAR-ONE-TIER.
           MOVE 0 TO TR-TITLES (TIER-IDX).
           MOVE 0 TO TR-COPIES (TIER-IDX).
           MOVE 0 TO TR-COST (TIER-IDX).
           MOVE 0 TO TR-EARNINGS (TIER-IDX).
           MOVE 0 TO TR-DAYS-HELD (TIER-IDX).

       LOAD-PURCHASE-COSTS.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF PO-FS = '00'
               PERFORM COST-ONE-PO-LINE UNTIL PO-EOF
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       COST-ONE-PO-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
               NOT AT END
                   IF PO-QTY-RECEIVED > 0
                       MOVE PO-IMDB-ID TO SOUGHT-IMDB-ID
                       PERFORM FIND-TITLE-ENTRY
                       IF TITLE-AT = 0
                           PERFORM ADD-TITLE-ENTRY
                       END-IF
                       IF TITLE-AT > 0
                           PERFORM ADD-LINE-COST
                       END-IF
                   END-IF
           END-READ.

       ADD-LINE-COST.
           ADD PO-QTY-RECEIVED TO TP-COPIES (TITLE-AT).
           IF PO-UNIT-COST NUMERIC AND PO-UNIT-COST > 0
               COMPUTE TP-COST (TITLE-AT) = TP-COST (TITLE-AT)
                   + PO-QTY-RECEIVED * PO-UNIT-COST
           ELSE
               ADD PO-QTY-RECEIVED TO TP-UNCOSTED (TITLE-AT)
           END-IF.
           IF PO-ORDERED-DATE < TP-FIRST-DATE (TITLE-AT)
               MOVE PO-ORDERED-DATE TO TP-FIRST-DATE (TITLE-AT)
           END-IF.
           IF PO-ORDERED-DATE (1:6) < FIRST-READ-MONTH
               MOVE PO-ORDERED-DATE (1:6) TO FIRST-READ-MONTH
           END-IF.

       FIND-TITLE-ENTRY.
           MOVE 0 TO TITLE-AT.
           PERFORM MATCH-TITLE-ENTRY
               VARYING TITLE-IDX FROM 1 BY 1
               UNTIL TITLE-IDX > TITLE-COUNT OR TITLE-AT > 0.

       MATCH-TITLE-ENTRY.
           IF TP-IMDB-ID (TITLE-IDX) = SOUGHT-IMDB-ID
               MOVE TITLE-IDX TO TITLE-AT
           END-IF.

       ADD-TITLE-ENTRY.
           IF TITLE-COUNT < 2000
               ADD 1 TO TITLE-COUNT
               MOVE TITLE-COUNT TO TITLE-AT
               MOVE SOUGHT-IMDB-ID TO TP-IMDB-ID (TITLE-AT)
               MOVE 99999999 TO TP-FIRST-DATE (TITLE-AT)
               MOVE 0 TO TP-COPIES (TITLE-AT)
               MOVE 0 TO TP-UNCOSTED (TITLE-AT)
               MOVE 0 TO TP-COST (TITLE-AT)
               MOVE 0 TO TP-RENTALS (TITLE-AT)
               MOVE 0 TO TP-REVENUE (TITLE-AT)
               MOVE 0 TO TP-FEES-ASSESSED (TITLE-AT)
               MOVE 0 TO TP-FEES-COLLECTED (TITLE-AT)
               MOVE 0 TO TP-LOST (TITLE-AT)
           ELSE
               SET TITLE-TABLE-FULL TO TRUE
           END-IF.

      * A month with no archive is counted - it may simply be a
      * month nothing traded, but the reader should know.
       READ-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'price-audit-' DELIMITED BY SIZE
               READ-MONTH DELIMITED BY SIZE
               '.log' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM READ-ONE-ARCHIVE-LINE UNTIL LOG-EOF
               CLOSE ARCHIVE-FILE
           ELSE
               ADD 1 TO MISSING-ARCHIVES
           END-IF.
           IF READ-MM = 12
               ADD 1 TO READ-YEAR
               MOVE 1 TO READ-MM
           ELSE
               ADD 1 TO READ-MM
           END-IF.

       READ-ONE-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-LINE (1:8) NOT = 'TRAILER '
                       MOVE ARCHIVE-LINE TO AUDIT-WORK
                       PERFORM SIFT-AUDIT-ENTRY
                   END-IF
           END-READ.

       READ-LIVE-TRAIL.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT LIVE-LOG-FILE.
           IF LIVE-FS = '00'
               PERFORM READ-ONE-LIVE-LINE UNTIL LOG-EOF
               CLOSE LIVE-LOG-FILE
           END-IF.

       READ-ONE-LIVE-LINE.
           READ LIVE-LOG-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   MOVE LIVE-LINE TO AUDIT-WORK
                   PERFORM SIFT-AUDIT-ENTRY
           END-READ.

      * Rental money only - tax is the state's and a used-copy sale
      * is not a rental.  A reversal takes the rental back off the
      * count as well as the money; a refund or a bundle saving
      * takes money back but the disc still went out.
       SIFT-AUDIT-ENTRY.
           MOVE AUDIT-TIMESTAMP (1:8) TO ENTRY-DATE.
           IF ENTRY-DATE IS NUMERIC
               AND NOT AUDIT-TAX-ENTRY
               AND NOT AUDIT-TAX-REFUND
               AND NOT AUDIT-SALE
                   MOVE AUDIT-IMDB-ID TO SOUGHT-IMDB-ID
                   PERFORM FIND-TITLE-ENTRY
                   IF TITLE-AT > 0
                       IF ENTRY-DATE >= TP-FIRST-DATE (TITLE-AT)
                           PERFORM ADD-ENTRY-TO-TITLE
                       END-IF
                   END-IF
           END-IF.

       ADD-ENTRY-TO-TITLE.
           EVALUATE TRUE
               WHEN AUDIT-REVERSAL
                   SUBTRACT AUDIT-PRICE FROM TP-REVENUE (TITLE-AT)
                   SUBTRACT 1 FROM TP-RENTALS (TITLE-AT)
               WHEN AUDIT-REFUND OR AUDIT-BUNDLE-DISCOUNT
                   SUBTRACT AUDIT-PRICE FROM TP-REVENUE (TITLE-AT)
               WHEN OTHER
                   ADD AUDIT-PRICE TO TP-REVENUE (TITLE-AT)
                   ADD 1 TO TP-RENTALS (TITLE-AT)
           END-EVALUATE.

      * What was billed on the title, for the line beside what was
      * actually collected.
       TALLY-FEES-ASSESSED.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM TALLY-ONE-FEE UNTIL FEES-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

       TALLY-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET FEES-EOF TO TRUE
               NOT AT END
                   MOVE FEE-IMDB-ID TO SOUGHT-IMDB-ID
                   PERFORM FIND-TITLE-ENTRY
                   IF TITLE-AT > 0
                       IF FEE-ASSESSED-DATE >= TP-FIRST-DATE (TITLE-AT)
                           ADD FEE-AMOUNT
                               TO TP-FEES-ASSESSED (TITLE-AT)
                       END-IF
                   END-IF
           END-READ.

      * Payments only - at the counter or recovered by the agency.
      * A waiver is money the title never saw.
       TALLY-FEES-COLLECTED.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM TALLY-ONE-SETTLEMENT UNTIL SETTLE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

       TALLY-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   IF FSET-PAYMENT
                       MOVE FSET-IMDB-ID TO SOUGHT-IMDB-ID
                       PERFORM FIND-TITLE-ENTRY
                       IF TITLE-AT > 0
                           IF FSET-ASSESSED-DATE >=
                               TP-FIRST-DATE (TITLE-AT)
                                   ADD FSET-AMOUNT
                                       TO TP-FEES-COLLECTED (TITLE-AT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Lost and written-off copies come off the shelf as negative
      * adjustments; the count kept here is copies gone.
       TALLY-LOST-COPIES.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUST-FS = '00'
               PERFORM TALLY-ONE-ADJUSTMENT UNTIL ADJUST-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF.

       TALLY-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET ADJUST-EOF TO TRUE
               NOT AT END
                   IF ADJ-LOST OR ADJ-WRITE-OFF
                       MOVE ADJ-IMDB-ID TO SOUGHT-IMDB-ID
                       PERFORM FIND-TITLE-ENTRY
                       IF TITLE-AT > 0
                           IF ADJ-TIMESTAMP (1:8) >=
                               TP-FIRST-DATE (TITLE-AT)
                                   SUBTRACT ADJ-QTY
                                       FROM TP-LOST (TITLE-AT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       PRINT-ONE-TITLE.
           PERFORM LOOK-UP-TITLE-DETAILS.
           PERFORM WORK-OUT-TITLE-RETURN.
           MOVE TP-COST (TITLE-IDX) TO COST-WORK.
           MOVE TP-COPIES (TITLE-IDX) TO COPIES-WORK.
           PERFORM WORK-OUT-PAYBACK.
           MOVE SPACE TO COSTED-SHORT-FLAG.
           IF TP-UNCOSTED (TITLE-IDX) > 0
               MOVE '*' TO COSTED-SHORT-FLAG
               ADD 1 TO COSTED-SHORT-COUNT
           END-IF.

           DISPLAY TP-IMDB-ID (TITLE-IDX) ' ' LINE-TITLE ' '
               LINE-GENRE ' ' FUNCTION TRIM(LINE-TIER-NAME).
           MOVE TP-COST (TITLE-IDX) TO DISPLAY-COST.
           MOVE TP-REVENUE (TITLE-IDX) TO DISPLAY-REVENUE.
           MOVE TP-FEES-COLLECTED (TITLE-IDX) TO DISPLAY-FEES.
           MOVE SHRINK-COST TO DISPLAY-SHRINK.
           MOVE TP-RENTALS (TITLE-IDX) TO DISPLAY-RENTALS.
           MOVE TP-LOST (TITLE-IDX) TO DISPLAY-LOST.
           DISPLAY '    ' TP-COPIES (TITLE-IDX) ' copies cost $'
               FUNCTION TRIM(DISPLAY-COST) COSTED-SHORT-FLAG
               '  ' FUNCTION TRIM(DISPLAY-RENTALS) ' rentals $'
               FUNCTION TRIM(DISPLAY-REVENUE)
               '  fees $' FUNCTION TRIM(DISPLAY-FEES)
               '  ' FUNCTION TRIM(DISPLAY-LOST) ' lost $'
               FUNCTION TRIM(DISPLAY-SHRINK).
           MOVE TP-FEES-ASSESSED (TITLE-IDX) TO DISPLAY-FEES.
           MOVE NET-RETURN TO DISPLAY-NET.
           MOVE NET-PER-COPY TO DISPLAY-PER-COPY.
           DISPLAY '    net $' FUNCTION TRIM(DISPLAY-NET)
               ', $' FUNCTION TRIM(DISPLAY-PER-COPY)
               ' per copy - ' FUNCTION TRIM(PAYBACK-TEXT)
               ' (fees billed $' FUNCTION TRIM(DISPLAY-FEES) ')'.

           PERFORM ROLL-UP-GENRE.
           ADD 1 TO TR-TITLES (TIER-AT).
           ADD TP-COPIES (TITLE-IDX) TO TR-COPIES (TIER-AT).
           ADD TP-COST (TITLE-IDX) TO TR-COST (TIER-AT).
           ADD EARNINGS TO TR-EARNINGS (TIER-AT).
           ADD DAYS-HELD TO TR-DAYS-HELD (TIER-AT).

      * A title since dropped from the catalog still reports, under
      * an unknown genre and no tier.
       LOOK-UP-TITLE-DETAILS.
           MOVE 'UNKNOWN' TO LINE-GENRE.
           MOVE 'Untiered' TO LINE-TIER-NAME.
           MOVE 5 TO TIER-AT.
           MOVE SPACES TO LINE-TITLE.
           IF MOVIE-FILE-OPEN
               MOVE TP-IMDB-ID (TITLE-IDX) TO MOVIE-IMDB-ID
               READ MOVIE-FILE
                   INVALID KEY
                       MOVE '(not on catalog)' TO LINE-TITLE
                   NOT INVALID KEY
                       MOVE MOVIE-TITLE TO LINE-TITLE
                       MOVE MOVIE-GENRE TO LINE-GENRE
                       PERFORM NAME-RATING-TIER
               END-READ
           END-IF.

       NAME-RATING-TIER.
           EVALUATE TRUE
               WHEN BARGAIN-MOVIE
                   MOVE 1 TO TIER-AT
               WHEN STANDARD-MOVIE
                   MOVE 2 TO TIER-AT
               WHEN PREMIUM-MOVIE
                   MOVE 3 TO TIER-AT
               WHEN MASTERPIECE
                   MOVE 4 TO TIER-AT
               WHEN OTHER
                   MOVE 5 TO TIER-AT
           END-EVALUATE.
           MOVE TR-NAME (TIER-AT) TO LINE-TIER-NAME.

      * Earnings are what the title brought in less what its lost
      * copies cost to replace; the net return takes the stock
      * cost off that.  Days held run from the first purchase
      * order and are never less than one.
       WORK-OUT-TITLE-RETURN.
           MOVE 0 TO AVERAGE-UNIT-COST.
           MOVE 0 TO SHRINK-COST.
           IF TP-COPIES (TITLE-IDX) > TP-UNCOSTED (TITLE-IDX)
               COMPUTE AVERAGE-UNIT-COST ROUNDED =
                   TP-COST (TITLE-IDX) /
                   (TP-COPIES (TITLE-IDX) - TP-UNCOSTED (TITLE-IDX))
           END-IF.
           IF TP-LOST (TITLE-IDX) > 0
               COMPUTE SHRINK-COST =
                   TP-LOST (TITLE-IDX) * AVERAGE-UNIT-COST
           END-IF.
           COMPUTE EARNINGS = TP-REVENUE (TITLE-IDX)
               + TP-FEES-COLLECTED (TITLE-IDX) - SHRINK-COST.
           COMPUTE NET-RETURN = EARNINGS - TP-COST (TITLE-IDX).
           COMPUTE NET-PER-COPY ROUNDED =
               NET-RETURN / TP-COPIES (TITLE-IDX).
           COMPUTE DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(TP-FIRST-DATE (TITLE-IDX)).
           IF DAYS-HELD = 0
               MOVE 1 TO DAYS-HELD
           END-IF.

      * Days to earn the cost back at the rate earned so far over
      * DAYS-HELD.  Inside the days already held it has paid back;
      * past them the figure is a projection.  Shared by the title
      * lines and the roll-ups - caller sets COST-WORK, EARNINGS
      * and DAYS-HELD.
       WORK-OUT-PAYBACK.
           MOVE SPACES TO PAYBACK-TEXT.
           EVALUATE TRUE
               WHEN COST-WORK = 0
                   MOVE 'no cost on file' TO PAYBACK-TEXT
               WHEN EARNINGS NOT > 0
                   MOVE 'NOT PAYING BACK' TO PAYBACK-TEXT
               WHEN OTHER
                   COMPUTE PAYBACK-DAYS ROUNDED =
                       COST-WORK * DAYS-HELD / EARNINGS
                       ON SIZE ERROR
                           MOVE 999999 TO PAYBACK-DAYS
                   END-COMPUTE
                   MOVE PAYBACK-DAYS TO DISPLAY-DAYS
                   IF PAYBACK-DAYS NOT > DAYS-HELD
                       STRING 'paid back in ' DELIMITED BY SIZE
                           FUNCTION TRIM(DISPLAY-DAYS)
                               DELIMITED BY SIZE
                           ' days' DELIMITED BY SIZE
                           INTO PAYBACK-TEXT
                   ELSE
                       STRING FUNCTION TRIM(DISPLAY-DAYS)
                               DELIMITED BY SIZE
                           ' days to pay back (projected)'
                               DELIMITED BY SIZE
                           INTO PAYBACK-TEXT
                   END-IF
           END-EVALUATE.

       ROLL-UP-GENRE.
           MOVE 0 TO GENRE-AT.
           PERFORM MATCH-GENRE
               VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > GENRE-COUNT OR GENRE-AT > 0.
           IF GENRE-AT = 0 AND GENRE-COUNT < 60
               ADD 1 TO GENRE-COUNT
               MOVE GENRE-COUNT TO GENRE-AT
               MOVE LINE-GENRE TO GR-NAME (GENRE-AT)
               MOVE 0 TO GR-TITLES (GENRE-AT)
               MOVE 0 TO GR-COPIES (GENRE-AT)
               MOVE 0 TO GR-COST (GENRE-AT)
               MOVE 0 TO GR-EARNINGS (GENRE-AT)
               MOVE 0 TO GR-DAYS-HELD (GENRE-AT)
           END-IF.
           IF GENRE-AT > 0
               ADD 1 TO GR-TITLES (GENRE-AT)
               ADD TP-COPIES (TITLE-IDX) TO GR-COPIES (GENRE-AT)
               ADD TP-COST (TITLE-IDX) TO GR-COST (GENRE-AT)
               ADD EARNINGS TO GR-EARNINGS (GENRE-AT)
               ADD DAYS-HELD TO GR-DAYS-HELD (GENRE-AT)
           END-IF.

       MATCH-GENRE.
           IF GR-NAME (GENRE-IDX) = LINE-GENRE
               MOVE GENRE-IDX TO GENRE-AT
           END-IF.

       PRINT-ONE-GENRE.
           MOVE GR-COST (GENRE-IDX) TO COST-WORK.
           MOVE GR-COPIES (GENRE-IDX) TO COPIES-WORK.
           MOVE GR-EARNINGS (GENRE-IDX) TO EARNINGS.
           COMPUTE DAYS-HELD ROUNDED =
               GR-DAYS-HELD (GENRE-IDX) / GR-TITLES (GENRE-IDX).
           MOVE GR-NAME (GENRE-IDX) TO LINE-GENRE.
           MOVE GR-TITLES (GENRE-IDX) TO DISPLAY-COUNT.
           PERFORM PRINT-GROUP-LINE.

       PRINT-ONE-TIER.
           IF TR-TITLES (TIER-IDX) > 0
               MOVE TR-COST (TIER-IDX) TO COST-WORK
               MOVE TR-COPIES (TIER-IDX) TO COPIES-WORK
               MOVE TR-EARNINGS (TIER-IDX) TO EARNINGS
               COMPUTE DAYS-HELD ROUNDED =
                   TR-DAYS-HELD (TIER-IDX) / TR-TITLES (TIER-IDX)
               MOVE TR-NAME (TIER-IDX) TO LINE-GENRE
               MOVE TR-TITLES (TIER-IDX) TO DISPLAY-COUNT
               PERFORM PRINT-GROUP-LINE
           END-IF.

       PRINT-GROUP-LINE.
           COMPUTE NET-RETURN = EARNINGS - COST-WORK.
           COMPUTE NET-PER-COPY ROUNDED = NET-RETURN / COPIES-WORK.
           PERFORM WORK-OUT-PAYBACK.
           MOVE COST-WORK TO DISPLAY-COST.
           MOVE NET-RETURN TO DISPLAY-NET.
           MOVE NET-PER-COPY TO DISPLAY-PER-COPY.
           DISPLAY LINE-GENRE ' ' FUNCTION TRIM(DISPLAY-COUNT)
               ' titles, ' COPIES-WORK ' copies, cost $'
               FUNCTION TRIM(DISPLAY-COST) ', net $'
               FUNCTION TRIM(DISPLAY-NET) ', $'
               FUNCTION TRIM(DISPLAY-PER-COPY) ' per copy - '
               FUNCTION TRIM(PAYBACK-TEXT).

       END PROGRAM TITLE-PROFITABILITY.
