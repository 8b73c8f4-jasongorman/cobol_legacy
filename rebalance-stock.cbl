       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBALANCE-STOCK.
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
           ACCESS IS DYNAMIC
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-FS.

           SELECT TRANSFER-FILE ASSIGN TO "stock-transfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XFER-KEY
           FILE STATUS IS XFER-FS.

           SELECT CONTROL-FILE ASSIGN TO "rebalance-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FS.

           SELECT SUGGESTION-FILE ASSIGN TO "rebalance-suggestions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUGGESTION-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD TRANSFER-FILE.
           01 TRANSFER-RECORD.
               COPY 'transfer-record.cpy'.

       FD CONTROL-FILE.
           01 REBALANCE-CONTROL-RECORD.
               COPY 'rebalance-control-record.cpy'.

       FD SUGGESTION-FILE.
           01 REBALANCE-SUGGESTION-RECORD.
               COPY 'rebalance-suggestion-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 STORE-FS               PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 XFER-FS                PIC 9(02).
           01 CONTROL-FS             PIC 9(02).
           01 SUGGESTION-FS          PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 TODAY-DATE             PIC 9(08).
           01 STORE-EOF-SW           PIC X(01) VALUE 'N'.
               88  STORE-EOF             VALUE 'Y'.
           01 CONTROL-EOF-SW         PIC X(01) VALUE 'N'.
               88  CONTROL-EOF           VALUE 'Y'.
           01 SUGGESTION-EOF-SW      PIC X(01) VALUE 'N'.
               88  SUGGESTION-EOF        VALUE 'Y'.
           01 WALK-EOF-SW            PIC X(01).
               88  WALK-EOF              VALUE 'Y'.
           01 IN-TRANSIT-SW          PIC X(01).
               88  TITLE-IN-TRANSIT      VALUE 'Y'.
           01 TITLE-OVERFLOW-SW      PIC X(01).
               88  TITLE-OVERFLOW        VALUE 'Y'.
           01 DONOR-SW               PIC X(01).
               88  NO-DONOR              VALUE 'Y'.
           01 ROW-FORMAT             PIC X(01).
           01 ROW-STORE              PIC X(04).
           01 TITLE-IMDB-ID          PIC X(10).

      * The controls off rebalance-control.dat, with the defaults a
      * shop that never loaded the file runs on - one copy always
      * left on the shelf, a week's checkouts as local demand.
           01 MIN-SHELF              PIC 9(02) VALUE 1.
           01 DEMAND-DAYS            PIC 9(03) VALUE 7.
           01 BEST-CONTROL-DATE      PIC 9(08) VALUE 0.
           01 DEMAND-CUTOFF          PIC 9(08) VALUE 0.
      * Decided and superseded suggestions stay on file a month for
      * the area manager to look back over, then drop off.
           01 RETAIN-DAYS            PIC 9(03) VALUE 30.
           01 RETAIN-CUTOFF          PIC 9(08) VALUE 0.

      * One title's stores, one slot per store and format - its
      * shelf count, WAITING holds for pickup there and checkouts
      * there in the demand window.  A store with holds or
      * checkouts but no inventory row gets a slot with an empty
      * shelf.  Spare is what the store holds over its own demand
      * and the minimum shelf; the two shortfalls are the holds its
      * shelf cannot fill and the rest of its demand.
           01 SLOT-COUNT             PIC 9(02) VALUE 0 COMP.
           01 SLOT-IDX               PIC 9(02) VALUE 0 COMP.
           01 SLOT-AT                PIC 9(02) VALUE 0 COMP.
           01 DONOR-AT               PIC 9(02) VALUE 0 COMP.
           01 TAKER-AT               PIC 9(02) VALUE 0 COMP.
           01 SLOT-TABLE.
               02  SLOT-ROW OCCURS 60 TIMES.
                   03  SLOT-STORE           PIC X(04).
                   03  SLOT-FORMAT          PIC X(01).
                   03  SLOT-COPIES          PIC 9(03).
                   03  SLOT-WAITING         PIC 9(03).
                   03  SLOT-CHECKOUTS       PIC 9(03).
                   03  SLOT-SPARE           PIC 9(03).
                   03  SLOT-HOLD-SHORT      PIC 9(03).
                   03  SLOT-DEMAND-SHORT    PIC 9(03).
           01 FORMAT-LIST            PIC X(03) VALUE 'DBK'.
           01 FORMAT-IDX             PIC 9(01) VALUE 0 COMP.
           01 MEDIA-FORMAT           PIC X(01).
           01 KEEP-COUNT             PIC S9(05) VALUE 0.
           01 NEED-COUNT             PIC S9(05) VALUE 0.
           01 SHORT-COUNT            PIC 9(03) VALUE 0.
           01 MOVE-QTY               PIC 9(03) VALUE 0.
           01 MOVE-REASON            PIC X(01).

      * rebalance-suggestions.dat rides the table as raw record
      * images and is written back whole, the way
      * STOCKTAKE-VARIANCE carries its variance file.
           01 SUGGESTION-COUNT       PIC 9(04) VALUE 0 COMP.
           01 SUGGESTION-IDX         PIC 9(04) VALUE 0 COMP.
           01 SUGGESTION-AT          PIC 9(04) VALUE 0 COMP.
           01 TITLE-FIRST-NEW        PIC 9(04) VALUE 0 COMP.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.
           01 SUGGESTION-TABLE.
               02  SUGGESTION-ENTRY OCCURS 3000 TIMES PIC X(77).
           01 WORK-SUGGESTION.
               COPY 'rebalance-suggestion-record.cpy'.

           01 TITLES-READ            PIC 9(06) VALUE 0.
           01 TITLES-SKIPPED         PIC 9(06) VALUE 0.
           01 TITLES-OVERFLOWED      PIC 9(06) VALUE 0.
           01 SUGGESTIONS-MADE       PIC 9(06) VALUE 0.
           01 COPIES-SUGGESTED       PIC 9(06) VALUE 0.
           01 SUPERSEDED-COUNT       PIC 9(06) VALUE 0.
           01 DROPPED-COUNT          PIC 9(06) VALUE 0.
           01 TABLE-FULL-SW          PIC X(01) VALUE 'N'.
               88  TABLE-FULL            VALUE 'Y'.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
       PROCEDURE DIVISION.
      * Nightly stock rebalancing suggestions.  Returns land
      * wherever the member drops them, so a title piles up at one
      * store while another builds a holds queue.  For every title
      * on store-inventory.dat, each store's shelf count is set
      * against its local demand - WAITING holds for pickup there
      * plus its checkouts over the last few days - and specific
      * moves are proposed from the stores with copies to spare to
      * the stores short: holds first, then the rest of the demand,
      * largest spare first, never taking a store below the minimum
      * shelf count on rebalance-control.dat.  A title with a box
      * already on the road is left alone until it lands.
      *
      * Every move lands PENDING on rebalance-suggestions.dat for a
      * manager to dispatch through TRANSFER-STOCK without keying it
      * again; last night's pending moves are superseded.  The
      * suggestion file is read at the start and written back whole
      * at the end, so the run holds the exclusive lock from the
      * load to the rewrite - a manager accepting a move at the
      * counter in between would otherwise have it put back to
      * PENDING and dispatched twice.  Ends at 4 when a title had
      * more stores than the work table holds or the suggestion
      * file filled up, 8 when a counter is still signed on, there
      * is no store inventory or the suggestion file is too big to
      * trust.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM LOAD-REBALANCE-CONTROLS.
           COMPUTE DEMAND-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - DEMAND-DAYS).
           COMPUTE RETAIN-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - RETAIN-DAYS).

           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Counters still signed on - nothing suggested'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-SUGGESTION-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' suggestions did '
                   'not fit the work table - nothing suggested'
               PERFORM RELEASE-MOVIE-LOCK
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STORE-INVENTORY-FILE.
           IF STORE-FS NOT = '00'
               DISPLAY 'Cannot open store inventory - nothing '
                   'suggested'
               PERFORM RELEASE-MOVIE-LOCK
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RENTAL-FILE.
           OPEN INPUT HOLDS-FILE.
           OPEN INPUT TRANSFER-FILE.

           PERFORM SUPERSEDE-PENDING-ROW
               VARYING SUGGESTION-IDX FROM 1 BY 1
               UNTIL SUGGESTION-IDX > SUGGESTION-COUNT.

           DISPLAY 'Stock rebalancing suggestions - ' TODAY-DATE
               ' - minimum shelf ' MIN-SHELF ', demand over '
               DEMAND-DAYS ' days'.
           DISPLAY '-----------------------------------------------'
               '-----------------------'.
           DISPLAY 'IMDB ID    F FROM    TO  QTY WHY  HAS  HAS WAIT'
               '  OUT'.
           PERFORM READ-STORE-ROW.
           PERFORM WEIGH-ONE-TITLE UNTIL STORE-EOF.
           DISPLAY '-----------------------------------------------'
               '-----------------------'.

           CLOSE STORE-INVENTORY-FILE.
           IF RENTAL-FS = '00'
               CLOSE RENTAL-FILE
           END-IF.
           IF HOLD-FS = '00'
               CLOSE HOLDS-FILE
           END-IF.
           IF XFER-FS = '00'
               CLOSE TRANSFER-FILE
           END-IF.

           PERFORM WRITE-SUGGESTION-FILE.
           PERFORM RELEASE-MOVIE-LOCK.

           DISPLAY 'Titles weighed:              ' TITLES-READ.
           DISPLAY 'Titles on the road - skipped: ' TITLES-SKIPPED.
           DISPLAY 'Moves suggested:             ' SUGGESTIONS-MADE
               ' (' COPIES-SUGGESTED ' copies)'.
           IF SUPERSEDED-COUNT > 0
               DISPLAY 'Earlier pending moves superseded: '
                   SUPERSEDED-COUNT
           END-IF.
           IF TITLES-OVERFLOWED > 0
               DISPLAY 'WARNING - ' TITLES-OVERFLOWED ' titles had '
                   'too many stores to weigh'
           END-IF.
           IF TABLE-FULL
               DISPLAY 'WARNING - suggestion file full, later titles '
                   'not weighed'
           END-IF.

           PERFORM WRITE-RUN-CONTROL.

           IF TITLES-OVERFLOWED > 0 OR TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'REBALANCE-STOCK' TO LOCK-CALLER.
           SET LOCK-BATCH-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       LOAD-REBALANCE-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FS = '00'
               PERFORM SCAN-REBALANCE-CONTROL UNTIL CONTROL-EOF
               CLOSE CONTROL-FILE
           END-IF.

       SCAN-REBALANCE-CONTROL.
           READ CONTROL-FILE
               AT END
                   SET CONTROL-EOF TO TRUE
               NOT AT END
                   IF RBC-EFFECTIVE-DATE <= TODAY-DATE
                       AND RBC-EFFECTIVE-DATE >= BEST-CONTROL-DATE
                           MOVE RBC-MIN-SHELF TO MIN-SHELF
                           MOVE RBC-DEMAND-DAYS TO DEMAND-DAYS
                           MOVE RBC-EFFECTIVE-DATE
                               TO BEST-CONTROL-DATE
                   END-IF
           END-READ.

       LOAD-SUGGESTION-TABLE.
           OPEN INPUT SUGGESTION-FILE.
           IF SUGGESTION-FS = '00'
               PERFORM LOAD-SUGGESTION-ENTRY UNTIL SUGGESTION-EOF
               CLOSE SUGGESTION-FILE
           END-IF.

      * A move decided or superseded more than a month ago has done
      * its job and is not carried forward.
       LOAD-SUGGESTION-ENTRY.
           READ SUGGESTION-FILE
               AT END
                   SET SUGGESTION-EOF TO TRUE
               NOT AT END
                   IF NOT RB-PENDING OF REBALANCE-SUGGESTION-RECORD
                       AND RB-DECIDED-STAMP
                           OF REBALANCE-SUGGESTION-RECORD (1:8)
                               < RETAIN-CUTOFF
                           ADD 1 TO DROPPED-COUNT
                   ELSE
                       PERFORM KEEP-SUGGESTION-ENTRY
                   END-IF
           END-READ.

       KEEP-SUGGESTION-ENTRY.
           IF SUGGESTION-COUNT < 3000
               ADD 1 TO SUGGESTION-COUNT
               MOVE REBALANCE-SUGGESTION-RECORD
                   TO SUGGESTION-ENTRY (SUGGESTION-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT
           END-IF.

      * Tonight's weighing replaces last night's wholesale - a move
      * nobody dispatched was worked out from shelves that have
      * since changed.
       SUPERSEDE-PENDING-ROW.
           MOVE SUGGESTION-ENTRY (SUGGESTION-IDX) TO WORK-SUGGESTION.
           IF RB-PENDING OF WORK-SUGGESTION
               SET RB-SUPERSEDED OF WORK-SUGGESTION TO TRUE
               MOVE RUN-START-TIME
                   TO RB-DECIDED-STAMP OF WORK-SUGGESTION
               MOVE 'BAT' TO RB-DECIDED-BY OF WORK-SUGGESTION
               MOVE WORK-SUGGESTION
                   TO SUGGESTION-ENTRY (SUGGESTION-IDX)
               ADD 1 TO SUPERSEDED-COUNT
           END-IF.

       READ-STORE-ROW.
           READ STORE-INVENTORY-FILE NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
           END-READ.

      * store-inventory.dat is keyed title first, so one title's
      * stores arrive together.
       WEIGH-ONE-TITLE.
           MOVE SI-IMDB-ID TO TITLE-IMDB-ID.
           MOVE 0 TO SLOT-COUNT.
           MOVE 'N' TO TITLE-OVERFLOW-SW.
           PERFORM TAKE-STORE-ROW
               UNTIL STORE-EOF OR SI-IMDB-ID NOT = TITLE-IMDB-ID.
           ADD 1 TO TITLES-READ.

           PERFORM CHECK-TITLE-IN-TRANSIT.
           IF TITLE-IN-TRANSIT
               ADD 1 TO TITLES-SKIPPED
           ELSE
               PERFORM TALLY-WAITING-HOLDS
               PERFORM TALLY-RECENT-CHECKOUTS
               IF TITLE-OVERFLOW
                   DISPLAY TITLE-IMDB-ID ' stocked or wanted at more '
                       'than 60 store/format slots - not weighed'
                   ADD 1 TO TITLES-OVERFLOWED
               ELSE
                   IF NOT TABLE-FULL
                       COMPUTE TITLE-FIRST-NEW = SUGGESTION-COUNT + 1
                       PERFORM WEIGH-TITLE-FORMAT
                           VARYING FORMAT-IDX FROM 1 BY 1
                           UNTIL FORMAT-IDX > 3
                       PERFORM SHOW-TITLE-SUGGESTION
                           VARYING SUGGESTION-IDX FROM TITLE-FIRST-NEW
                           BY 1 UNTIL SUGGESTION-IDX > SUGGESTION-COUNT
                   END-IF
               END-IF
           END-IF.

       TAKE-STORE-ROW.
           MOVE SI-STORE-ID TO ROW-STORE.
           MOVE SI-FORMAT TO ROW-FORMAT.
           PERFORM FIND-OR-ADD-SLOT.
           IF SLOT-AT > 0
               ADD SI-COPIES TO SLOT-COPIES (SLOT-AT)
           END-IF.
           PERFORM READ-STORE-ROW.

      * Slots are keyed on ROW-STORE and ROW-FORMAT - a row that
      * predates formats is a DVD.
       FIND-OR-ADD-SLOT.
           IF ROW-FORMAT = SPACE
               MOVE 'D' TO ROW-FORMAT
           END-IF.
           MOVE 0 TO SLOT-AT.
           PERFORM MATCH-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SLOT-COUNT OR SLOT-AT > 0.
           IF SLOT-AT = 0
               IF SLOT-COUNT < 60
                   ADD 1 TO SLOT-COUNT
                   MOVE SLOT-COUNT TO SLOT-AT
                   MOVE ROW-STORE TO SLOT-STORE (SLOT-AT)
                   MOVE ROW-FORMAT TO SLOT-FORMAT (SLOT-AT)
                   MOVE 0 TO SLOT-COPIES (SLOT-AT)
                   MOVE 0 TO SLOT-WAITING (SLOT-AT)
                   MOVE 0 TO SLOT-CHECKOUTS (SLOT-AT)
                   MOVE 0 TO SLOT-SPARE (SLOT-AT)
                   MOVE 0 TO SLOT-HOLD-SHORT (SLOT-AT)
                   MOVE 0 TO SLOT-DEMAND-SHORT (SLOT-AT)
               ELSE
                   SET TITLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       MATCH-SLOT.
           IF SLOT-STORE (SLOT-IDX) = ROW-STORE
               AND SLOT-FORMAT (SLOT-IDX) = ROW-FORMAT
                   MOVE SLOT-IDX TO SLOT-AT
           END-IF.

      * Any box of the title on the road, in any format, and the
      * shelves are about to change - weigh it again once it lands.
       CHECK-TITLE-IN-TRANSIT.
           MOVE 'N' TO IN-TRANSIT-SW.
           IF XFER-FS = '00'
               MOVE 'N' TO WALK-EOF-SW
               MOVE TITLE-IMDB-ID TO XFER-IMDB-ID
               MOVE LOW-VALUES TO XFER-SENT-STAMP
               START TRANSFER-FILE KEY IS NOT LESS THAN XFER-KEY
                   INVALID KEY
                       SET WALK-EOF TO TRUE
               END-START
               PERFORM CHECK-ONE-TRANSFER UNTIL WALK-EOF
           END-IF.

       CHECK-ONE-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   SET WALK-EOF TO TRUE
               NOT AT END
                   IF XFER-IMDB-ID NOT = TITLE-IMDB-ID
                       SET WALK-EOF TO TRUE
                   ELSE
                       IF XFER-IN-TRANSIT
                           SET TITLE-IN-TRANSIT TO TRUE
                           SET WALK-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       TALLY-WAITING-HOLDS.
           IF HOLD-FS = '00'
               MOVE 'N' TO WALK-EOF-SW
               MOVE TITLE-IMDB-ID TO HOLD-IMDB-ID
               MOVE LOW-VALUES TO HOLD-PLACED-STAMP
               START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET WALK-EOF TO TRUE
               END-START
               PERFORM TALLY-ONE-HOLD UNTIL WALK-EOF
           END-IF.

       TALLY-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET WALK-EOF TO TRUE
               NOT AT END
                   IF HOLD-IMDB-ID NOT = TITLE-IMDB-ID
                       SET WALK-EOF TO TRUE
                   ELSE
                       IF HOLD-WAITING AND HOLD-STORE-ID NOT = SPACES
                           MOVE HOLD-STORE-ID TO ROW-STORE
                           MOVE HOLD-FORMAT TO ROW-FORMAT
                           PERFORM FIND-OR-ADD-SLOT
                           IF SLOT-AT > 0
                               AND SLOT-WAITING (SLOT-AT) < 999
                                   ADD 1 TO SLOT-WAITING (SLOT-AT)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      * Checkouts since the demand cutoff, open or since returned -
      * it is where the title went out that shows the store's
      * demand, not where it came back.
       TALLY-RECENT-CHECKOUTS.
           IF RENTAL-FS = '00'
               MOVE 'N' TO WALK-EOF-SW
               MOVE TITLE-IMDB-ID TO RENTAL-IMDB-ID
               MOVE LOW-VALUES TO RENTAL-OUT-STAMP
               START RENTAL-FILE KEY IS NOT LESS THAN RENTAL-KEY
                   INVALID KEY
                       SET WALK-EOF TO TRUE
               END-START
               PERFORM TALLY-ONE-RENTAL UNTIL WALK-EOF
           END-IF.

       TALLY-ONE-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET WALK-EOF TO TRUE
               NOT AT END
                   IF RENTAL-IMDB-ID NOT = TITLE-IMDB-ID
                       SET WALK-EOF TO TRUE
                   ELSE
                       IF RENTAL-DATE > DEMAND-CUTOFF
                           AND RENTAL-STORE-ID NOT = SPACES
                               MOVE RENTAL-STORE-ID TO ROW-STORE
                               MOVE RENTAL-FORMAT TO ROW-FORMAT
                               PERFORM FIND-OR-ADD-SLOT
                               IF SLOT-AT > 0
                                   AND SLOT-CHECKOUTS (SLOT-AT) < 999
                                       ADD 1
                                         TO SLOT-CHECKOUTS (SLOT-AT)
                               END-IF
                       END-IF
                   END-IF
           END-READ.

      * One format at a time - a DVD cannot fill a Blu-ray hold.
      * Holds are filled first across every store, then the rest of
      * the demand from whatever spare is left.
       WEIGH-TITLE-FORMAT.
           MOVE FORMAT-LIST (FORMAT-IDX:1) TO MEDIA-FORMAT.
           PERFORM WORK-OUT-SLOT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SLOT-COUNT.
           MOVE 'H' TO MOVE-REASON.
           PERFORM FILL-HOLD-SHORT
               VARYING TAKER-AT FROM 1 BY 1
               UNTIL TAKER-AT > SLOT-COUNT OR TABLE-FULL.
           MOVE 'D' TO MOVE-REASON.
           PERFORM FILL-DEMAND-SHORT
               VARYING TAKER-AT FROM 1 BY 1
               UNTIL TAKER-AT > SLOT-COUNT OR TABLE-FULL.

      * A store keeps its own demand, and never less than the
      * minimum shelf; a store short of its demand has nothing
      * spare, so no store both gives and takes.
       WORK-OUT-SLOT.
           IF SLOT-FORMAT (SLOT-IDX) = MEDIA-FORMAT
               COMPUTE KEEP-COUNT = SLOT-WAITING (SLOT-IDX)
                   + SLOT-CHECKOUTS (SLOT-IDX)
               IF KEEP-COUNT < MIN-SHELF
                   MOVE MIN-SHELF TO KEEP-COUNT
               END-IF
               IF SLOT-COPIES (SLOT-IDX) > KEEP-COUNT
                   COMPUTE SLOT-SPARE (SLOT-IDX) =
                       SLOT-COPIES (SLOT-IDX) - KEEP-COUNT
               ELSE
                   MOVE 0 TO SLOT-SPARE (SLOT-IDX)
               END-IF
               COMPUTE NEED-COUNT = SLOT-WAITING (SLOT-IDX)
                   + SLOT-CHECKOUTS (SLOT-IDX)
                   - SLOT-COPIES (SLOT-IDX)
               MOVE 0 TO SLOT-HOLD-SHORT (SLOT-IDX)
               MOVE 0 TO SLOT-DEMAND-SHORT (SLOT-IDX)
               IF NEED-COUNT > 0
                   IF SLOT-WAITING (SLOT-IDX) > SLOT-COPIES (SLOT-IDX)
                       COMPUTE SLOT-HOLD-SHORT (SLOT-IDX) =
                           SLOT-WAITING (SLOT-IDX)
                           - SLOT-COPIES (SLOT-IDX)
                   END-IF
                   COMPUTE SLOT-DEMAND-SHORT (SLOT-IDX) =
                       NEED-COUNT - SLOT-HOLD-SHORT (SLOT-IDX)
               END-IF
           END-IF.

       FILL-HOLD-SHORT.
           IF SLOT-FORMAT (TAKER-AT) = MEDIA-FORMAT
               AND SLOT-HOLD-SHORT (TAKER-AT) > 0
                   MOVE SLOT-HOLD-SHORT (TAKER-AT) TO SHORT-COUNT
                   MOVE 'N' TO DONOR-SW
                   PERFORM TAKE-FROM-ONE-DONOR
                       UNTIL SHORT-COUNT = 0 OR NO-DONOR
                           OR TABLE-FULL
           END-IF.

       FILL-DEMAND-SHORT.
           IF SLOT-FORMAT (TAKER-AT) = MEDIA-FORMAT
               AND SLOT-DEMAND-SHORT (TAKER-AT) > 0
                   MOVE SLOT-DEMAND-SHORT (TAKER-AT) TO SHORT-COUNT
                   MOVE 'N' TO DONOR-SW
                   PERFORM TAKE-FROM-ONE-DONOR
                       UNTIL SHORT-COUNT = 0 OR NO-DONOR
                           OR TABLE-FULL
           END-IF.

      * The store with the most to spare gives first, so one box
      * does the work of several where it can.
       TAKE-FROM-ONE-DONOR.
           MOVE 0 TO DONOR-AT.
           PERFORM PICK-DONOR
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > SLOT-COUNT.
           IF DONOR-AT = 0
               SET NO-DONOR TO TRUE
           ELSE
               IF SLOT-SPARE (DONOR-AT) < SHORT-COUNT
                   MOVE SLOT-SPARE (DONOR-AT) TO MOVE-QTY
               ELSE
                   MOVE SHORT-COUNT TO MOVE-QTY
               END-IF
               SUBTRACT MOVE-QTY FROM SLOT-SPARE (DONOR-AT)
               SUBTRACT MOVE-QTY FROM SHORT-COUNT
               PERFORM RECORD-SUGGESTION
           END-IF.

       PICK-DONOR.
           IF SLOT-FORMAT (SLOT-IDX) = MEDIA-FORMAT
               AND SLOT-IDX NOT = TAKER-AT
               AND SLOT-SPARE (SLOT-IDX) > 0
                   IF DONOR-AT = 0
                       MOVE SLOT-IDX TO DONOR-AT
                   ELSE
                       IF SLOT-SPARE (SLOT-IDX) > SLOT-SPARE (DONOR-AT)
                           MOVE SLOT-IDX TO DONOR-AT
                       END-IF
                   END-IF
           END-IF.

      * The same two stores twice for one title - holds, then
      * demand - make one box, carried as filling holds.
       RECORD-SUGGESTION.
           MOVE 0 TO SUGGESTION-AT.
           PERFORM MATCH-NEW-SUGGESTION
               VARYING SUGGESTION-IDX FROM TITLE-FIRST-NEW BY 1
               UNTIL SUGGESTION-IDX > SUGGESTION-COUNT
                   OR SUGGESTION-AT > 0.
           IF SUGGESTION-AT > 0
               MOVE SUGGESTION-ENTRY (SUGGESTION-AT)
                   TO WORK-SUGGESTION
               ADD MOVE-QTY TO RB-QTY OF WORK-SUGGESTION
               MOVE WORK-SUGGESTION
                   TO SUGGESTION-ENTRY (SUGGESTION-AT)
               ADD MOVE-QTY TO COPIES-SUGGESTED
           ELSE
               IF SUGGESTION-COUNT < 3000
                   PERFORM QUEUE-SUGGESTION
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF.

       MATCH-NEW-SUGGESTION.
           MOVE SUGGESTION-ENTRY (SUGGESTION-IDX) TO WORK-SUGGESTION.
           IF RB-FORMAT OF WORK-SUGGESTION = MEDIA-FORMAT
               AND RB-FROM-STORE OF WORK-SUGGESTION
                   = SLOT-STORE (DONOR-AT)
               AND RB-TO-STORE OF WORK-SUGGESTION
                   = SLOT-STORE (TAKER-AT)
                       MOVE SUGGESTION-IDX TO SUGGESTION-AT
           END-IF.

       QUEUE-SUGGESTION.
           MOVE SPACES TO WORK-SUGGESTION.
           MOVE TITLE-IMDB-ID TO RB-IMDB-ID OF WORK-SUGGESTION.
           MOVE MEDIA-FORMAT TO RB-FORMAT OF WORK-SUGGESTION.
           MOVE SLOT-STORE (DONOR-AT)
               TO RB-FROM-STORE OF WORK-SUGGESTION.
           MOVE SLOT-STORE (TAKER-AT) TO RB-TO-STORE OF WORK-SUGGESTION.
           MOVE MOVE-QTY TO RB-QTY OF WORK-SUGGESTION.
           MOVE MOVE-REASON TO RB-REASON OF WORK-SUGGESTION.
           MOVE SLOT-COPIES (DONOR-AT)
               TO RB-FROM-COPIES OF WORK-SUGGESTION.
           MOVE SLOT-COPIES (TAKER-AT)
               TO RB-TO-COPIES OF WORK-SUGGESTION.
           MOVE SLOT-WAITING (TAKER-AT)
               TO RB-TO-WAITING OF WORK-SUGGESTION.
           MOVE SLOT-CHECKOUTS (TAKER-AT)
               TO RB-TO-CHECKOUTS OF WORK-SUGGESTION.
           MOVE MIN-SHELF TO RB-MIN-SHELF OF WORK-SUGGESTION.
           MOVE TODAY-DATE TO RB-SUGGEST-DATE OF WORK-SUGGESTION.
           SET RB-PENDING OF WORK-SUGGESTION TO TRUE.
           ADD 1 TO SUGGESTION-COUNT.
           MOVE WORK-SUGGESTION TO SUGGESTION-ENTRY (SUGGESTION-COUNT).
           ADD 1 TO SUGGESTIONS-MADE.
           ADD MOVE-QTY TO COPIES-SUGGESTED.

       SHOW-TITLE-SUGGESTION.
           MOVE SUGGESTION-ENTRY (SUGGESTION-IDX) TO WORK-SUGGESTION.
           DISPLAY RB-IMDB-ID OF WORK-SUGGESTION ' '
               RB-FORMAT OF WORK-SUGGESTION ' '
               RB-FROM-STORE OF WORK-SUGGESTION ' -> '
               RB-TO-STORE OF WORK-SUGGESTION ' '
               RB-QTY OF WORK-SUGGESTION '  '
               RB-REASON OF WORK-SUGGESTION '   '
               RB-FROM-COPIES OF WORK-SUGGESTION '  '
               RB-TO-COPIES OF WORK-SUGGESTION '  '
               RB-TO-WAITING OF WORK-SUGGESTION '  '
               RB-TO-CHECKOUTS OF WORK-SUGGESTION.

       WRITE-SUGGESTION-FILE.
           OPEN OUTPUT SUGGESTION-FILE.
           PERFORM WRITE-SUGGESTION-ENTRY
               VARYING SUGGESTION-IDX FROM 1 BY 1
               UNTIL SUGGESTION-IDX > SUGGESTION-COUNT.
           CLOSE SUGGESTION-FILE.

       WRITE-SUGGESTION-ENTRY.
           MOVE SUGGESTION-ENTRY (SUGGESTION-IDX)
               TO REBALANCE-SUGGESTION-RECORD.
           WRITE REBALANCE-SUGGESTION-RECORD.

       WRITE-RUN-CONTROL.
           MOVE 'REBALANCE-STOCK' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE TITLES-READ TO RUN-RECORDS-READ.
           MOVE SUGGESTIONS-MADE TO RUN-RECORDS-WRITTEN.
           MOVE TITLES-OVERFLOWED TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM REBALANCE-STOCK.
