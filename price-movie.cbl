           FILE STATUS IS AUDIT-INTERNAL-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "exchange-rate.dat"
      * can total what it actually gave away instead of guessing.
       FD PROMO-JOURNAL-FILE.
           01 PROMO-JOURNAL-RECORD.
               COPY 'promo-redemption-record.cpy'.
       WORKING-STORAGE SECTION.
           01 AUDIT-FS                  PIC 9(02).
           01 AUDIT-INTERNAL-FS         PIC 9(02).
           01 MEMBER-FS                 PIC 9(02).
      * The membership file is keyed, so a renter's discount is one
      * READ - it is opened on the first call that needs it and
      * left open for the life of the caller, and each READ sees a
      * discount or status changed since.
           01 MEMBER-OPEN-SW            PIC X(01) VALUE 'N'.
               88  MEMBER-FILE-OPEN         VALUE 'Y'.
           01 DISCOUNT-PCT              PIC 9(2)V9(2) VALUE 0.
           01 RATE-EXCHANGE-FS          PIC 9(02).
           01 EXCHANGE-EOF-SW           PIC X(01) VALUE 'N'.
                                                 VALUE 4.95.
               02  DEFAULT-PRICE-MASTERPIECE    PIC 9(2)V9(2)
                                                 VALUE 5.95.
      * The same kind of fallback for the format uplifts, used only
      * when the rate table carries no in-date uplift row for the
      * tier and format.
           01 DEFAULT-FORMAT-UPLIFT.
               02  DEFAULT-UPLIFT-BLU-RAY       PIC 9(2)V9(2)
                                                 VALUE 1.00.
               02  DEFAULT-UPLIFT-UHD-4K        PIC 9(2)V9(2)
                                                 VALUE 2.00.

      * The rate and exchange tables are read from disk
      * once, on the first pricing call of the day, and served from
      * storage after that - a reconcile or manifest run calls
      * this program once per title, and paying the file opens
      * and top-to-bottom scans per call was most of the batch
      * window.  The load date is the refresh trigger: a process
      * still running when the date rolls over (or a scheduled
                       88  BEST-TIER-FOUND      VALUE 'Y'.
                   03  BEST-TIER-PRICE      PIC 9(2)V9(2).
                   03  BEST-TIER-DATE       PIC 9(08).
      * Each tier's Blu-ray and 4K uplift, folded off the same rows
      * by the same rule - slot 1 Blu-ray, slot 2 4K.
                   03  BEST-UPLIFT OCCURS 2 TIMES.
                       04  BEST-UPLIFT-FOUND-SW PIC X(01).
                           88  BEST-UPLIFT-FOUND    VALUE 'Y'.
                       04  BEST-UPLIFT-AMOUNT   PIC 9(2)V9(2).
                       04  BEST-UPLIFT-DATE     PIC 9(08).
           01 FORMAT-SLOT               PIC 9(01).
           01 EXCHANGE-ROW-COUNT        PIC 9(03) VALUE 0 COMP.
           01 EXCHANGE-IDX              PIC 9(03) VALUE 0 COMP.
           01 EXCHANGE-AT               PIC 9(03) VALUE 0 COMP.
                   03  SLOT-PROMO-VALUE     PIC 9(2)V9(2).
                   03  SLOT-PROMO-START     PIC 9(08).
                   03  SLOT-PROMO-END       PIC 9(08).
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
       LINKAGE SECTION.
           01 IMDB-ID      PIC X(10).
           01 PRICE        PIC 9(2)V9(2).
      * row so the drawer close can total one register's day.  The
      * internal callers (loads, reconciles, tests) pass spaces.
           01 POS-STORE-ID PIC X(04).
      * The format going out - D DVD, B Blu-ray, K 4K.  DVD is the
      * base price; callers pricing the title rather than a disc
      * (catalog stamping, reconciles, reports) pass spaces.
           01 MEDIA-FORMAT PIC X(01).
      * Handed back: the timestamp of the live audit row this call
      * wrote, so a counter can tie its own later entries to the
      * charge exactly.  Spaces when the call wrote no live row.
           01 PRICED-STAMP PIC X(21).
       PROCEDURE DIVISION USING IMDB-ID, PRICE, READ-MODULE,
               LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID, CURRENCY-CODE,
               TIER-NAME, POS-STORE-ID, MEDIA-FORMAT, PRICED-STAMP.
       MAIN-PROCEDURE.
           SET PRICE-VALID TO TRUE.
           MOVE 0 TO PRICE.
           MOVE SPACES TO PRICED-STAMP.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           IF NOT TABLES-LOADED

           IF PRICE-VALID
               PERFORM APPLY-RATE-TABLE
               IF MEDIA-FORMAT = 'B' OR MEDIA-FORMAT = 'K'
                   PERFORM APPLY-FORMAT-UPLIFT
               END-IF
               PERFORM APPLY-GENRE-ADJUSTMENT
               PERFORM APPLY-VINTAGE-DISCOUNT
               IF MEMBER-ID NOT = SPACES
      * again when the date rolls), not per call.  The rate and
      * exchange folds keep only the winning row per key, so no
      * append-only growth can push a newer row out of the cache;
      * more currencies than the cache holds are flagged loudly
      * rather than quietly priced unconverted.
       LOAD-PRICING-TABLES.
           MOVE 0 TO EXCHANGE-ROW-COUNT.
           MOVE 'N' TO EXCHANGE-OVERFLOW-SW.
           PERFORM CLEAR-TIER-BEST
               VARYING TIER-SLOT FROM 1 BY 1 UNTIL TIER-SLOT > 4.
               CLOSE RATE-TABLE-FILE
           END-IF.

           MOVE 'N' TO EXCHANGE-EOF-SW.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF RATE-EXCHANGE-FS = '00'
               CLOSE PROMO-FILE
           END-IF.

           IF EXCHANGE-OVERFLOW
               DISPLAY 'WARNING - more currencies than the pricing '
                   'cache holds; the excess price unconverted'
           MOVE 'N' TO BEST-TIER-FOUND-SW (TIER-SLOT).
           MOVE 0 TO BEST-TIER-PRICE (TIER-SLOT).
           MOVE 0 TO BEST-TIER-DATE (TIER-SLOT).
           PERFORM CLEAR-UPLIFT-BEST
               VARYING FORMAT-SLOT FROM 1 BY 1 UNTIL FORMAT-SLOT > 2.

       CLEAR-UPLIFT-BEST.
           MOVE 'N' TO BEST-UPLIFT-FOUND-SW (TIER-SLOT, FORMAT-SLOT).
           MOVE 0 TO BEST-UPLIFT-AMOUNT (TIER-SLOT, FORMAT-SLOT).
           MOVE 0 TO BEST-UPLIFT-DATE (TIER-SLOT, FORMAT-SLOT).

      * Fold each rate row into the per-tier winner as it is read -
      * highest effective date not after today, exactly the rule
                   MOVE 0 TO TIER-SLOT
           END-EVALUATE.

           EVALUATE TRUE
               WHEN RT-BLU-RAY-UPLIFT
                   MOVE 1 TO FORMAT-SLOT
               WHEN RT-UHD-4K-UPLIFT
                   MOVE 2 TO FORMAT-SLOT
               WHEN OTHER
                   MOVE 0 TO FORMAT-SLOT
           END-EVALUATE.

           IF TIER-SLOT > 0
               AND RT-EFFECTIVE-DATE <= TODAY-DATE
                   IF RT-BASE-PRICE
                       PERFORM FOLD-BASE-PRICE
                   ELSE
                       IF FORMAT-SLOT > 0
                           PERFORM FOLD-FORMAT-UPLIFT
                       END-IF
                   END-IF
           END-IF.

       FOLD-BASE-PRICE.
           IF RT-EFFECTIVE-DATE >= BEST-TIER-DATE (TIER-SLOT)
               SET BEST-TIER-FOUND (TIER-SLOT) TO TRUE
               MOVE RT-PRICE TO BEST-TIER-PRICE (TIER-SLOT)
               MOVE RT-EFFECTIVE-DATE
                   TO BEST-TIER-DATE (TIER-SLOT)
           END-IF.

       FOLD-FORMAT-UPLIFT.
           IF RT-EFFECTIVE-DATE >=
               BEST-UPLIFT-DATE (TIER-SLOT, FORMAT-SLOT)
                   SET BEST-UPLIFT-FOUND (TIER-SLOT, FORMAT-SLOT)
                       TO TRUE
                   MOVE RT-PRICE
                       TO BEST-UPLIFT-AMOUNT (TIER-SLOT, FORMAT-SLOT)
                   MOVE RT-EFFECTIVE-DATE
                       TO BEST-UPLIFT-DATE (TIER-SLOT, FORMAT-SLOT)
           END-IF.

      * A row written before the effective date existed reads back
      * space-filled, not zero - normalize it to zero here so the
                   MOVE BEST-TIER-PRICE (TIER-SLOT) TO PRICE
           END-IF.

      * A Blu-ray or 4K disc costs the shop more and rents for more:
      * the tier's in-date uplift for the format goes on top of the
      * base price, before the genre, vintage, member and promotion
      * steps, so every discount works off the disc actually going
      * out.  APPLY-RATE-TABLE has already set TIER-SLOT.
       APPLY-FORMAT-UPLIFT.
           IF MEDIA-FORMAT = 'B'
               MOVE 1 TO FORMAT-SLOT
           ELSE
               MOVE 2 TO FORMAT-SLOT
           END-IF.

           IF TIER-SLOT > 0
               AND BEST-UPLIFT-FOUND (TIER-SLOT, FORMAT-SLOT)
                   ADD BEST-UPLIFT-AMOUNT (TIER-SLOT, FORMAT-SLOT)
                       TO PRICE
           ELSE
               IF FORMAT-SLOT = 1
                   ADD DEFAULT-UPLIFT-BLU-RAY TO PRICE
               ELSE
                   ADD DEFAULT-UPLIFT-UHD-4K TO PRICE
               END-IF
           END-IF.

      * Layer a genre-based adjustment on top of the tier price - new
      * releases carry a premium, classic re-releases a discount -
      * instead of pricing purely off the rating tier.
           END-IF.

      * Apply the loyalty discount we've promised our frequent renters.
      * Read the renter's membership row by MEMBER-ID and, if
      * found and still active, take their discount percentage off the
      * price already computed above.  A lapsed member's row stays on
      * the file for their history, but the loyalty price is for
      * members in good standing only.
       APPLY-MEMBERSHIP-DISCOUNT.
           MOVE 0 TO DISCOUNT-PCT.
           IF NOT MEMBER-FILE-OPEN
               OPEN INPUT MEMBERSHIP-FILE
               IF MEMBER-FS = '00'
                   SET MEMBER-FILE-OPEN TO TRUE
               END-IF
           END-IF.
           IF MEMBER-FILE-OPEN
               MOVE MEMBER-ID TO MS-MEMBER-ID
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-MEMBER-DISCOUNT
               END-READ
           END-IF.

           IF DISCOUNT-PCT > 0
               COMPUTE PRICE = PRICE - (PRICE * DISCOUNT-PCT / 100)
      * blank - those members were never lapsed, so blank counts as
      * active, the same way WRITE-MOVIES grandfathers a blank
      * MOVIE-STATUS on an old feed.
       TAKE-MEMBER-DISCOUNT.
           IF MS-ACTIVE OR MS-STATUS = SPACE
               MOVE MS-DISCOUNT-PCT TO DISCOUNT-PCT
           END-IF.

      * Twenty rules is more promotion than this shop has ever run
           MOVE TIER-CODE TO AUDIT-TIER-CODE.
           MOVE PRICE TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AUDIT-TIMESTAMP TO PRICED-STAMP.
           SET AUDIT-ENGINE-PRICED TO TRUE.
           MOVE SPACES TO AUDIT-REASON-CODE.
           MOVE SPACES TO AUDIT-OPERATOR.
               OPEN EXTEND PRICE-AUDIT-FILE
           END-IF.

           PERFORM HOLD-TOKEN-FOR-SEAL.
           CALL 'SEAL-AUDIT-ENTRY' USING PRICE-AUDIT-RECORD.
           WRITE PRICE-AUDIT-RECORD.

           CLOSE PRICE-AUDIT-FILE.
           PERFORM RELEASE-UPDATE-TOKEN.

      * The sequence and chain SEAL-AUDIT-ENTRY hands out are only
      * good until the next till seals, so the update token is held
      * from the seal until the entry is on the log - two tills
      * sealing together would otherwise share a number and fork
      * the chain.  The money has already moved by this point, so
      * a busy token is waited out rather than the entry dropped.
       HOLD-TOKEN-FOR-SEAL.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           PERFORM WAIT-FOR-SEAL-TOKEN UNTIL UL-GRANTED.

       WAIT-FOR-SEAL-TOKEN.
           DISPLAY 'Update token busy - the audit entry waits for it'.
           PERFORM ACQUIRE-UPDATE-TOKEN.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'PRICE-MOVIE' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       WRITE-INTERNAL-AUDIT-RECORD.
           MOVE IMDB-ID TO AUDIT-INTERNAL-IMDB-ID.
