       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAD-STOCK-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SI-KEY
           FILE STATUS IS STORE-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
           01 STORE-FS               PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 STORE-EOF-SW           PIC X(01) VALUE 'N'.
               88  STORE-EOF             VALUE 'Y'.
           01 LEDGER-EOF-SW          PIC X(01) VALUE 'N'.
               88  LEDGER-EOF            VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 IDLE-DAYS              PIC 9(04) VALUE 0.
           01 CUTOFF-DATE            PIC 9(08).

      * One row per title per store with copies on hand - the
      * store's format rows folded together, since a dead title is
      * dead on every format.  Built off store-inventory.dat in key
      * order, so a title's stores sit together for the by-title
      * pass.
           01 PAIR-COUNT             PIC 9(04) VALUE 0 COMP.
           01 PAIR-IDX               PIC 9(04) VALUE 0 COMP.
           01 PAIR-AT                PIC 9(04) VALUE 0 COMP.
           01 PAIR-FOUND-SW          PIC X(01).
               88  PAIR-FOUND            VALUE 'Y'.
           01 PAIR-TABLE.
               02  PAIR-ENTRY OCCURS 3000 TIMES.
                   03  PAIR-IMDB-ID        PIC X(10).
                   03  PAIR-STORE-ID       PIC X(04).
                   03  PAIR-TITLE          PIC X(50).
                   03  PAIR-GENRE          PIC X(12).
                   03  PAIR-TIER           PIC X(11).
                   03  PAIR-ON-HAND        PIC 9(04).
                   03  PAIR-LAST-RENTAL    PIC 9(08).
                   03  PAIR-LIFETIME       PIC 9(05).
                   03  PAIR-DEAD-SW        PIC X(01).
                       88  PAIR-DEAD           VALUE 'Y'.
           01 PRIOR-PAIR-KEY         PIC X(14) VALUE SPACES.
           01 PRIOR-IMDB-ID          PIC X(10) VALUE SPACES.
           01 CURRENT-TITLE          PIC X(50).
           01 CURRENT-GENRE          PIC X(12).
           01 CURRENT-TIER           PIC X(11).

      * The stores seen on the inventory file, for the by-store
      * pass - twenty is a bigger chain than this shop is planning.
           01 STORE-COUNT            PIC 9(02) VALUE 0 COMP.
           01 STORE-IDX              PIC 9(02) VALUE 0 COMP.
           01 STORE-FOUND-SW         PIC X(01).
               88  STORE-FOUND           VALUE 'Y'.
           01 STORE-LIST.
               02  STORE-LIST-ID OCCURS 20 TIMES PIC X(04).
           01 STORE-DEAD-TITLES      PIC 9(05).
           01 STORE-DEAD-COPIES      PIC 9(06).

      * The rental being tallied, off either the ledger or an
      * archive month.  A rental from before stores were kept was
      * taken at the original shop.
           01 SEARCH-IMDB-ID         PIC X(10).
           01 SEARCH-STORE-ID        PIC X(04).
           01 SEARCH-DATE            PIC 9(08).

      * The by-title roll-up - every store holding the title idle
      * is the strongest candidate there is for a sale or a
      * retirement.
           01 GROUP-IMDB-ID          PIC X(10) VALUE SPACES.
           01 GROUP-AT               PIC 9(04) VALUE 0 COMP.
           01 GROUP-HOLDING          PIC 9(02).
           01 GROUP-DEAD             PIC 9(02).
           01 GROUP-ON-HAND          PIC 9(05).
           01 GROUP-LIFETIME         PIC 9(06).
           01 GROUP-LAST-RENTAL      PIC 9(08).
           01 TOTAL-DEAD-PAIRS       PIC 9(05) VALUE 0.
           01 TOTAL-DEAD-COPIES      PIC 9(06) VALUE 0.
           01 TOTAL-DEAD-EVERYWHERE  PIC 9(05) VALUE 0.
           01 DISPLAY-LAST-DATE      PIC X(08).

           01 LOOKUP-IMDB-ID         PIC X(10).
           01 LOOKUP-MOVIE-RECORD.
               COPY 'movie-record.cpy'.
           01 LOOKUP-STATUS.
               COPY 'movie-lookup-status.cpy'.

      * Lifetime rentals reach past the archive cutoff: the walk
      * covers the per-month rentals-archive files ARCHIVE-RENTALS
      * cut over the last ten years, the same walk RENTAL-ANALYTICS
      * makes.  A missing month never left the live ledger.
           01 ARCH-FS                PIC 9(02).
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-EOF-SW         PIC X(01).
               88  ARCHIVE-EOF           VALUE 'Y'.
           01 ARCHIVE-RENTAL.
               COPY 'rental-record.cpy'.
           01 WALK-MONTH             PIC 9(06).
           01 WALK-YEAR              PIC 9(04).
           01 WALK-MM                PIC 9(02).
           01 LAST-MONTH-WANTED      PIC 9(06).
           01 MONTHS-WALKED          PIC 9(03).
       PROCEDURE DIVISION.
      * What is gathering dust: every title a store holds copies of
      * that has not gone out from that store in the number of days
      * keyed, with its copies on hand, last rental there, lifetime
      * rentals there, tier and genre - by store, then by title
      * with the titles idle at every store that holds them called
      * out.  The counterpart to REORDER-REPORT, read when picking
      * copies for SELL-COPY, TRANSFER-STOCK or RETIRE-TITLE.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Idle for how many days? '.
           ACCEPT IDLE-DAYS.
           IF IDLE-DAYS = 0
               MOVE 90 TO IDLE-DAYS
           END-IF.
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - IDLE-DAYS).

           OPEN INPUT STORE-INVENTORY-FILE.
           IF STORE-FS NOT = '00'
               DISPLAY 'No store inventory on file'
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-STORE-ROW UNTIL STORE-EOF.
           CLOSE STORE-INVENTORY-FILE.

           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               PERFORM TALLY-LEDGER-RECORD UNTIL LEDGER-EOF
               CLOSE RENTAL-FILE
           END-IF.
           PERFORM TALLY-ARCHIVED-MONTHS.

           PERFORM MARK-DEAD-PAIR
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT.

           DISPLAY 'Dead stock - no rental since ' CUTOFF-DATE
               ' (' IDLE-DAYS ' days)'.
           DISPLAY '------------------------------------------'.
           PERFORM PRINT-STORE-SECTION
               VARYING STORE-IDX FROM 1 BY 1
               UNTIL STORE-IDX > STORE-COUNT.

           DISPLAY 'By title:'.
           PERFORM ROLL-TITLE-GROUP
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT.
           IF GROUP-IMDB-ID NOT = SPACES
               PERFORM PRINT-TITLE-GROUP
           END-IF.

           DISPLAY '------------------------------------------'.
           DISPLAY 'Idle title/store rows:    ' TOTAL-DEAD-PAIRS.
           DISPLAY 'Idle copies on hand:      ' TOTAL-DEAD-COPIES.
           DISPLAY 'Titles idle at every store: '
               TOTAL-DEAD-EVERYWHERE.
           STOP RUN.

       LOAD-ONE-STORE-ROW.
           READ STORE-INVENTORY-FILE NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
               NOT AT END
                   IF SI-COPIES > 0
                       PERFORM FOLD-STORE-ROW
                   END-IF
           END-READ.

       FOLD-STORE-ROW.
           IF SI-KEY (1:14) = PRIOR-PAIR-KEY
               ADD SI-COPIES TO PAIR-ON-HAND (PAIR-COUNT)
           ELSE
               IF PAIR-COUNT < 3000
                   MOVE SI-KEY (1:14) TO PRIOR-PAIR-KEY
                   IF SI-IMDB-ID NOT = PRIOR-IMDB-ID
                       PERFORM FETCH-TITLE-DETAILS
                   END-IF
                   ADD 1 TO PAIR-COUNT
                   MOVE SI-IMDB-ID TO PAIR-IMDB-ID (PAIR-COUNT)
                   MOVE SI-STORE-ID TO PAIR-STORE-ID (PAIR-COUNT)
                   MOVE CURRENT-TITLE TO PAIR-TITLE (PAIR-COUNT)
                   MOVE CURRENT-GENRE TO PAIR-GENRE (PAIR-COUNT)
                   MOVE CURRENT-TIER TO PAIR-TIER (PAIR-COUNT)
                   MOVE SI-COPIES TO PAIR-ON-HAND (PAIR-COUNT)
                   MOVE 0 TO PAIR-LAST-RENTAL (PAIR-COUNT)
                   MOVE 0 TO PAIR-LIFETIME (PAIR-COUNT)
                   MOVE 'N' TO PAIR-DEAD-SW (PAIR-COUNT)
                   PERFORM NOTE-STORE-ID
               END-IF
           END-IF.

      * One catalog lookup per distinct title, through READ-MOVIE.
      * A title gone from the catalog still sits on the shelf and
      * still shows, under its raw IMDB ID.
       FETCH-TITLE-DETAILS.
           MOVE SI-IMDB-ID TO PRIOR-IMDB-ID.
           MOVE SI-IMDB-ID TO LOOKUP-IMDB-ID.
           CALL 'READ-MOVIE' USING LOOKUP-IMDB-ID,
               LOOKUP-MOVIE-RECORD, LOOKUP-STATUS.
           IF MOVIE-FOUND
               MOVE MOVIE-TITLE OF LOOKUP-MOVIE-RECORD
                   TO CURRENT-TITLE
               MOVE MOVIE-GENRE OF LOOKUP-MOVIE-RECORD
                   TO CURRENT-GENRE
               PERFORM NAME-TITLE-TIER
           ELSE
               MOVE SI-IMDB-ID TO CURRENT-TITLE
               MOVE SPACES TO CURRENT-GENRE
               MOVE 'Untiered' TO CURRENT-TIER
           END-IF.

       NAME-TITLE-TIER.
           EVALUATE TRUE
               WHEN BARGAIN-MOVIE OF LOOKUP-MOVIE-RECORD
                   MOVE 'Bargain' TO CURRENT-TIER
               WHEN STANDARD-MOVIE OF LOOKUP-MOVIE-RECORD
                   MOVE 'Standard' TO CURRENT-TIER
               WHEN PREMIUM-MOVIE OF LOOKUP-MOVIE-RECORD
                   MOVE 'Premium' TO CURRENT-TIER
               WHEN MASTERPIECE OF LOOKUP-MOVIE-RECORD
                   MOVE 'Masterpiece' TO CURRENT-TIER
               WHEN OTHER
                   MOVE 'Untiered' TO CURRENT-TIER
           END-EVALUATE.

       NOTE-STORE-ID.
           MOVE 'N' TO STORE-FOUND-SW.
           PERFORM MATCH-STORE-ID
               VARYING STORE-IDX FROM 1 BY 1
               UNTIL STORE-IDX > STORE-COUNT OR STORE-FOUND.
           IF NOT STORE-FOUND AND STORE-COUNT < 20
               ADD 1 TO STORE-COUNT
               MOVE SI-STORE-ID TO STORE-LIST-ID (STORE-COUNT)
           END-IF.

       MATCH-STORE-ID.
           IF STORE-LIST-ID (STORE-IDX) = SI-STORE-ID
               SET STORE-FOUND TO TRUE
           END-IF.

       TALLY-LEDGER-RECORD.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   MOVE RENTAL-IMDB-ID OF RENTAL-RECORD
                       TO SEARCH-IMDB-ID
                   MOVE RENTAL-STORE-ID OF RENTAL-RECORD
                       TO SEARCH-STORE-ID
                   MOVE RENTAL-DATE OF RENTAL-RECORD TO SEARCH-DATE
                   PERFORM TALLY-ONE-RENTAL
           END-READ.

       TALLY-ARCHIVED-MONTHS.
           MOVE TODAY-DATE (1:6) TO LAST-MONTH-WANTED.
           MOVE TODAY-DATE (1:4) TO WALK-YEAR.
           SUBTRACT 10 FROM WALK-YEAR.
           MOVE TODAY-DATE (5:2) TO WALK-MM.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.
           MOVE 0 TO MONTHS-WALKED.
           PERFORM TALLY-ONE-ARCHIVE-MONTH
               UNTIL WALK-MONTH > LAST-MONTH-WANTED
                   OR MONTHS-WALKED > 121.

       TALLY-ONE-ARCHIVE-MONTH.
           ADD 1 TO MONTHS-WALKED.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'rentals-archive-' DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.

           MOVE 'N' TO ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM TALLY-ONE-ARCHIVE-ROW UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM STEP-TO-NEXT-MONTH.

       TALLY-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-LINE TO ARCHIVE-RENTAL
                   MOVE RENTAL-IMDB-ID OF ARCHIVE-RENTAL
                       TO SEARCH-IMDB-ID
                   MOVE RENTAL-STORE-ID OF ARCHIVE-RENTAL
                       TO SEARCH-STORE-ID
                   MOVE RENTAL-DATE OF ARCHIVE-RENTAL TO SEARCH-DATE
                   PERFORM TALLY-ONE-RENTAL
           END-READ.

       STEP-TO-NEXT-MONTH.
           MOVE WALK-MONTH (1:4) TO WALK-YEAR.
           MOVE WALK-MONTH (5:2) TO WALK-MM.
           IF WALK-MM = 12
               ADD 1 TO WALK-YEAR
               MOVE 1 TO WALK-MM
           ELSE
               ADD 1 TO WALK-MM
           END-IF.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.

       TALLY-ONE-RENTAL.
           IF SEARCH-STORE-ID = SPACES
               MOVE 'ST01' TO SEARCH-STORE-ID
           END-IF.
           MOVE 'N' TO PAIR-FOUND-SW.
           MOVE 0 TO PAIR-AT.
           PERFORM MATCH-PAIR-ENTRY
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT OR PAIR-FOUND.
           IF PAIR-AT > 0
               ADD 1 TO PAIR-LIFETIME (PAIR-AT)
               IF SEARCH-DATE > PAIR-LAST-RENTAL (PAIR-AT)
                   MOVE SEARCH-DATE TO PAIR-LAST-RENTAL (PAIR-AT)
               END-IF
           END-IF.

       MATCH-PAIR-ENTRY.
           IF PAIR-IMDB-ID (PAIR-IDX) = SEARCH-IMDB-ID
               AND PAIR-STORE-ID (PAIR-IDX) = SEARCH-STORE-ID
                   SET PAIR-FOUND TO TRUE
                   MOVE PAIR-IDX TO PAIR-AT
           END-IF.

       MARK-DEAD-PAIR.
           IF PAIR-LAST-RENTAL (PAIR-IDX) < CUTOFF-DATE
               SET PAIR-DEAD (PAIR-IDX) TO TRUE
               ADD 1 TO TOTAL-DEAD-PAIRS
               ADD PAIR-ON-HAND (PAIR-IDX) TO TOTAL-DEAD-COPIES
           END-IF.

       PRINT-STORE-SECTION.
           MOVE 0 TO STORE-DEAD-TITLES.
           MOVE 0 TO STORE-DEAD-COPIES.
           DISPLAY 'Store ' STORE-LIST-ID (STORE-IDX).
           PERFORM PRINT-STORE-PAIR
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > PAIR-COUNT.
           DISPLAY '  ' STORE-DEAD-TITLES ' idle titles, '
               STORE-DEAD-COPIES ' copies'.

       PRINT-STORE-PAIR.
           IF PAIR-STORE-ID (PAIR-IDX) = STORE-LIST-ID (STORE-IDX)
               AND PAIR-DEAD (PAIR-IDX)
                   ADD 1 TO STORE-DEAD-TITLES
                   ADD PAIR-ON-HAND (PAIR-IDX) TO STORE-DEAD-COPIES
                   IF PAIR-LAST-RENTAL (PAIR-IDX) = 0
                       MOVE 'never' TO DISPLAY-LAST-DATE
                   ELSE
                       MOVE PAIR-LAST-RENTAL (PAIR-IDX)
                           TO DISPLAY-LAST-DATE
                   END-IF
                   DISPLAY '  ' PAIR-IMDB-ID (PAIR-IDX) ' '
                       PAIR-TITLE (PAIR-IDX) (1:30) ' '
                       PAIR-TIER (PAIR-IDX) ' '
                       PAIR-GENRE (PAIR-IDX)
                   DISPLAY '      on hand ' PAIR-ON-HAND (PAIR-IDX)
                       '  last rented ' DISPLAY-LAST-DATE
                       '  lifetime ' PAIR-LIFETIME (PAIR-IDX)
           END-IF.

      * The pairs are in title order, so a title's stores are
      * consecutive - a change of title closes the group before.
       ROLL-TITLE-GROUP.
           IF PAIR-IMDB-ID (PAIR-IDX) NOT = GROUP-IMDB-ID
               IF GROUP-IMDB-ID NOT = SPACES
                   PERFORM PRINT-TITLE-GROUP
               END-IF
               MOVE PAIR-IMDB-ID (PAIR-IDX) TO GROUP-IMDB-ID
               MOVE PAIR-IDX TO GROUP-AT
               MOVE 0 TO GROUP-HOLDING
               MOVE 0 TO GROUP-DEAD
               MOVE 0 TO GROUP-ON-HAND
               MOVE 0 TO GROUP-LIFETIME
               MOVE 0 TO GROUP-LAST-RENTAL
           END-IF.
           ADD 1 TO GROUP-HOLDING.
           ADD PAIR-ON-HAND (PAIR-IDX) TO GROUP-ON-HAND.
           ADD PAIR-LIFETIME (PAIR-IDX) TO GROUP-LIFETIME.
           IF PAIR-LAST-RENTAL (PAIR-IDX) > GROUP-LAST-RENTAL
               MOVE PAIR-LAST-RENTAL (PAIR-IDX) TO GROUP-LAST-RENTAL
           END-IF.
           IF PAIR-DEAD (PAIR-IDX)
               ADD 1 TO GROUP-DEAD
           END-IF.

       PRINT-TITLE-GROUP.
           IF GROUP-DEAD > 0
               IF GROUP-LAST-RENTAL = 0
                   MOVE 'never' TO DISPLAY-LAST-DATE
               ELSE
                   MOVE GROUP-LAST-RENTAL TO DISPLAY-LAST-DATE
               END-IF
               DISPLAY '  ' GROUP-IMDB-ID ' '
                   PAIR-TITLE (GROUP-AT) (1:30) ' '
                   PAIR-TIER (GROUP-AT) ' '
                   PAIR-GENRE (GROUP-AT)
               IF GROUP-DEAD = GROUP-HOLDING
                   ADD 1 TO TOTAL-DEAD-EVERYWHERE
                   DISPLAY '      on hand ' GROUP-ON-HAND
                       '  last rented ' DISPLAY-LAST-DATE
                       '  lifetime ' GROUP-LIFETIME
                       '  *** IDLE AT EVERY STORE ***'
               ELSE
                   DISPLAY '      on hand ' GROUP-ON-HAND
                       '  last rented ' DISPLAY-LAST-DATE
                       '  lifetime ' GROUP-LIFETIME
                       '  idle at ' GROUP-DEAD ' of '
                       GROUP-HOLDING ' stores'
               END-IF
           END-IF.

       END PROGRAM DEAD-STOCK-REPORT.
