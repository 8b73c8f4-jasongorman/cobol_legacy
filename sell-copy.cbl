       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELL-COPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SI-KEY
           FILE STATUS IS STORE-FS.

           SELECT PV-PRICE-FILE ASSIGN TO "pv-prices.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PV-FS.

           SELECT PRICE-AUDIT-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FS.

           SELECT TAX-RATE-FILE ASSIGN TO "tax-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-FS.

           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.

       FD PV-PRICE-FILE.
           01 PV-PRICE-RECORD.
               COPY 'pv-price-record.cpy'.

       FD PRICE-AUDIT-FILE.
           01 PRICE-AUDIT-RECORD.
               COPY 'price-audit-record.cpy'.

       FD TAX-RATE-FILE.
           01 TAX-RATE-RECORD.
               COPY 'tax-rate-record.cpy'.

       FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
               COPY 'operator-record.cpy'.
       WORKING-STORAGE SECTION.
           01 FS                    PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 PV-FS                  PIC 9(02).
           01 AUDIT-FS               PIC 9(02).
           01 TAX-FS                 PIC 9(02).
           01 OPERATOR-FS            PIC 9(02).
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 IMDB-ID                PIC X(10) VALUE SPACES.
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 SALE-REPLY             PIC X(01) VALUE SPACES.
           01 CHANGE-TYPE            PIC X(08) VALUE 'SELL'.
           01 JOURNAL-PROGRAM        PIC X(20) VALUE 'SELL-COPY'.
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
           01 VET-CANDIDATE          PIC X(03) VALUE SPACES.
           01 OPERATOR-EOF-SW        PIC X(01).
               88  OPERATOR-EOF          VALUE 'Y'.
           01 SIGN-ON-SW             PIC X(01) VALUE 'N'.
               88  SIGNED-ON             VALUE 'Y'.
           01 OPERATOR-VET-SW        PIC X(01).
               88  OPERATOR-VETTED       VALUE 'Y'.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
               88  MEDIA-DVD             VALUE 'D'.
               88  MEDIA-BLU-RAY         VALUE 'B'.
               88  MEDIA-UHD-4K          VALUE 'K'.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
           01 SALE-READY-SW          PIC X(01).
               88  SALE-READY            VALUE 'Y'.
           01 SALE-DONE-SW           PIC X(01).
               88  SALE-DONE             VALUE 'Y'.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.

      * The schedule walk - the title's tier and age in days off
      * its release date pick the step; a title with no release
      * date on file is as old as the schedule goes.
           01 TIER-CODE              PIC X(01).
           01 TITLE-AGE-DAYS         PIC 9(04) VALUE 0.
           01 PV-EOF-SW              PIC X(01).
               88  PV-EOF                VALUE 'Y'.
           01 PV-FOUND-SW            PIC X(01).
               88  PV-PRICE-FOUND        VALUE 'Y'.
           01 BEST-PV-AGE            PIC 9(04).
           01 BEST-PV-DATE           PIC 9(08).
           01 SALE-PRICE             PIC 9(2)V9(2) VALUE 0.
      * What a used copy fetches by tier when no schedule was ever
      * loaded - bargain, standard, premium, masterpiece.
           01 DEFAULT-PV-PRICES.
               02  FILLER                PIC 9(2)V9(2) VALUE 1.99.
               02  FILLER                PIC 9(2)V9(2) VALUE 2.99.
               02  FILLER                PIC 9(2)V9(2) VALUE 3.99.
               02  FILLER                PIC 9(2)V9(2) VALUE 4.99.
           01 DEFAULT-PV-TABLE REDEFINES DEFAULT-PV-PRICES.
               02  DEFAULT-PV-PRICE OCCURS 4 TIMES PIC 9(2)V9(2).
           01 TIER-SLOT              PIC 9(01).

      * Sales tax, looked up once for this till the way the rental
      * counter does it.
           01 TAX-EOF-SW             PIC X(01).
               88  TAX-EOF               VALUE 'Y'.
           01 BEST-TAX-DATE          PIC 9(08).
           01 STORE-TAX-RATE         PIC 9(2)V9(3) VALUE 0.
           01 CHARGE-AMOUNT          PIC 9(4)V9(2) VALUE 0.
           01 TAX-AMOUNT             PIC 9(4)V9(2) VALUE 0.
           01 TOTAL-WITH-TAX         PIC 9(4)V9(2) VALUE 0.
           01 DISPLAY-PRICE          PIC ZZZ9.99.
           01 DISPLAY-TAX            PIC ZZZ9.99.
       PROCEDURE DIVISION.
      * Previously-viewed sales.  Once a title's rental peak is
      * over the surplus copies go over the counter for money
      * instead of into a write-off: the price comes off the
      * previously-viewed schedule by tier and age, the copy comes
      * off the store's count and the chain count under the update
      * token, the sale and its tax land on the price audit trail
      * so the drawer close and the revenue summary count the cash,
      * and the catalog change is journaled as a SELL.  A title
      * whose copies are labelled is sold a case at a time by
      * barcode; only an unlabelled title sells by title and format.
       MAIN-PROCEDURE.
           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Catalog is in use - try again shortly'
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM PROMPT-FOR-STORE-ID.
           PERFORM OPERATOR-SIGN-ON UNTIL SIGNED-ON.
           PERFORM LOOK-UP-STORE-TAX-RATE.
           OPEN I-O MOVIE-FILE.
           PERFORM OPEN-STORE-INVENTORY-FILE.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           CLOSE MOVIE-FILE.
           CLOSE STORE-INVENTORY-FILE.
           PERFORM RELEASE-MOVIE-LOCK.
           STOP RUN.

       PROMPT-FOR-STORE-ID.
           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.

      * Signed on the same way as the rental counter - the initials
      * ride the audit entries and the change journal.
       OPERATOR-SIGN-ON.
           DISPLAY 'Operator initials: '.
           ACCEPT OPERATOR-INITIALS.
           IF OPERATOR-INITIALS = SPACES
               DISPLAY 'Sign-on needs initials'
           ELSE
               MOVE OPERATOR-INITIALS TO VET-CANDIDATE
               PERFORM VET-OPERATOR
               IF OPERATOR-VETTED
                   SET SIGNED-ON TO TRUE
               ELSE
                   DISPLAY 'Initials not on the operator file - '
                       'see the manager'
               END-IF
           END-IF.

       VET-OPERATOR.
           MOVE 'N' TO OPERATOR-VET-SW.
           MOVE 'N' TO OPERATOR-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FS NOT = '00'
               SET OPERATOR-VETTED TO TRUE
           ELSE
               PERFORM CHECK-ONE-OPERATOR UNTIL OPERATOR-EOF
               CLOSE OPERATOR-FILE
           END-IF.

       CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET OPERATOR-EOF TO TRUE
               NOT AT END
                   IF OP-INITIALS = VET-CANDIDATE
                       AND OP-ACTIVE
                           SET OPERATOR-VETTED TO TRUE
                           SET OPERATOR-EOF TO TRUE
                           DISPLAY 'Operator verified: '
                               FUNCTION TRIM(OP-NAME)
                   END-IF
           END-READ.

       OPEN-STORE-INVENTORY-FILE.
           OPEN I-O STORE-INVENTORY-FILE.
           IF STORE-FS = '35'
               OPEN OUTPUT STORE-INVENTORY-FILE
               CLOSE STORE-INVENTORY-FILE
               OPEN I-O STORE-INVENTORY-FILE
           END-IF.

      * Writers take the single-writer lock before OPEN I-O and give
      * it back at CLOSE, the same as the counter programs.
       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'SELL-COPY' TO LOCK-CALLER.
           SET LOCK-PROMPT-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'SELL-COPY' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       LOOP.
           MOVE 'N' TO SALE-READY-SW.
           DISPLAY 'Scan copy barcode (blank to sell an unlabelled '
               'title): '.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           IF SCANNED-BARCODE = SPACES
               PERFORM PICK-UNLABELLED-COPY
           ELSE
               PERFORM PICK-LABELLED-COPY
           END-IF.
           IF SALE-READY
               PERFORM QUOTE-THE-SALE
           END-IF.

           DISPLAY 'Sell another? (Y/N)'.
           ACCEPT AGAIN.

      * The case in hand names its own title and format, and it
      * must be standing on this store's shelf - a copy out on
      * rent, on a van or on the damaged pile is not for sale.
       PICK-LABELLED-COPY.
           SET CQ-LOOK-UP TO TRUE.
           MOVE SCANNED-BARCODE TO CQ-BARCODE.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           EVALUATE TRUE
               WHEN CQ-NOT-ON-FILE
                   DISPLAY 'Barcode ' SCANNED-BARCODE
                       ' is not on the copy master'
               WHEN NOT CQ-STATUS-ON-SHELF
                   DISPLAY 'That copy is not on a shelf - status '
                       CQ-STATUS ', not for sale'
               WHEN CQ-STORE-ID NOT = STORE-ID
                   DISPLAY 'That copy belongs to store '
                       CQ-STORE-ID ' - sell it there'
               WHEN OTHER
                   MOVE CQ-IMDB-ID TO IMDB-ID
                   MOVE CQ-FORMAT TO MEDIA-FORMAT
                   IF MEDIA-FORMAT = SPACE
                       SET MEDIA-DVD TO TRUE
                   END-IF
                   SET SALE-READY TO TRUE
           END-EVALUATE.

       PICK-UNLABELLED-COPY.
           DISPLAY 'Enter IMDB ID: '.
           ACCEPT IMDB-ID.
           MOVE 'N' TO FORMAT-VALID-SW.
           PERFORM ASK-ONE-FORMAT UNTIL FORMAT-VALID.
           SET CQ-COUNT-TITLE TO TRUE.
           MOVE IMDB-ID TO CQ-IMDB-ID.
           MOVE STORE-ID TO CQ-STORE-ID.
           MOVE SPACE TO CQ-FORMAT.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-COPY-COUNT > 0
               DISPLAY 'Copies of this title are labelled - '
                   'scan the case being sold'
           ELSE
               SET SALE-READY TO TRUE
           END-IF.

       ASK-ONE-FORMAT.
           DISPLAY 'Format - DVD/Blu-ray/4K? (D/B/K, blank for DVD)'.
           MOVE SPACES TO MEDIA-FORMAT.
           ACCEPT MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               SET MEDIA-DVD TO TRUE
           END-IF.
           IF MEDIA-DVD OR MEDIA-BLU-RAY OR MEDIA-UHD-4K
               SET FORMAT-VALID TO TRUE
           ELSE
               DISPLAY 'Unrecognized format - key D, B or K'
           END-IF.

      * Price it and say so before anything moves - the customer
      * sees the price, the tax and the total and the clerk keys
      * the sale only once the money is agreed.
       QUOTE-THE-SALE.
           MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD.
           READ MOVIE-FILE
               INVALID KEY
                   DISPLAY 'Movie not found'
               NOT INVALID KEY
                   PERFORM PRICE-USED-COPY
           END-READ.

       PRICE-USED-COPY.
           PERFORM NAME-TITLE-TIER.
           PERFORM FIGURE-TITLE-AGE.
           PERFORM LOOK-UP-PV-PRICE.
           IF NOT PV-PRICE-FOUND
               DISPLAY 'No previously-viewed price for tier '
                   TIER-CODE ' at ' TITLE-AGE-DAYS
                   ' days - no sale'
           ELSE
               MOVE SALE-PRICE TO CHARGE-AMOUNT
               PERFORM FIGURE-SALES-TAX
               MOVE SALE-PRICE TO DISPLAY-PRICE
               DISPLAY MOVIE-TITLE OF MOVIE-RECORD ' (' MEDIA-FORMAT
                   ') - used price $' FUNCTION TRIM(DISPLAY-PRICE)
               IF TAX-AMOUNT > 0
                   MOVE TAX-AMOUNT TO DISPLAY-TAX
                   MOVE TOTAL-WITH-TAX TO DISPLAY-PRICE
                   DISPLAY 'Tax $' FUNCTION TRIM(DISPLAY-TAX)
                       ' - total with tax $'
                       FUNCTION TRIM(DISPLAY-PRICE)
               END-IF
               DISPLAY 'Take the money and sell it? (Y/N)'
               ACCEPT SALE-REPLY
               IF SALE-REPLY = 'Y'
                   PERFORM SELL-UNDER-TOKEN
               ELSE
                   DISPLAY 'No sale - nothing changed'
               END-IF
           END-IF.

       NAME-TITLE-TIER.
           EVALUATE TRUE
               WHEN BARGAIN-MOVIE OF MOVIE-RECORD
                   MOVE 'B' TO TIER-CODE
                   MOVE 1 TO TIER-SLOT
               WHEN STANDARD-MOVIE OF MOVIE-RECORD
                   MOVE 'S' TO TIER-CODE
                   MOVE 2 TO TIER-SLOT
               WHEN PREMIUM-MOVIE OF MOVIE-RECORD
                   MOVE 'P' TO TIER-CODE
                   MOVE 3 TO TIER-SLOT
               WHEN OTHER
                   MOVE 'M' TO TIER-CODE
                   MOVE 4 TO TIER-SLOT
           END-EVALUATE.

       FIGURE-TITLE-AGE.
           IF MOVIE-RELEASE-DATE OF MOVIE-RECORD = 0
               OR MOVIE-RELEASE-DATE OF MOVIE-RECORD > TODAY-DATE
                   MOVE 9999 TO TITLE-AGE-DAYS
           ELSE
               IF FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       MOVIE-RELEASE-DATE OF MOVIE-RECORD) > 9999
                       MOVE 9999 TO TITLE-AGE-DAYS
               ELSE
                   COMPUTE TITLE-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           MOVIE-RELEASE-DATE OF MOVIE-RECORD)
               END-IF
           END-IF.

      * A shop that never loaded a schedule sells at the built-in
      * tier prices; once the file is there, only its rows count.
       LOOK-UP-PV-PRICE.
           MOVE 'N' TO PV-FOUND-SW.
           MOVE 'N' TO PV-EOF-SW.
           MOVE 0 TO BEST-PV-AGE.
           MOVE 0 TO BEST-PV-DATE.
           OPEN INPUT PV-PRICE-FILE.
           IF PV-FS = '00'
               PERFORM SCAN-PV-PRICES UNTIL PV-EOF
               CLOSE PV-PRICE-FILE
           ELSE
               MOVE DEFAULT-PV-PRICE (TIER-SLOT) TO SALE-PRICE
               SET PV-PRICE-FOUND TO TRUE
           END-IF.

       SCAN-PV-PRICES.
           READ PV-PRICE-FILE
               AT END
                   SET PV-EOF TO TRUE
               NOT AT END
                   IF PV-TIER-CODE = TIER-CODE
                       AND PV-EFFECTIVE-DATE <= TODAY-DATE
                       AND PV-MIN-AGE-DAYS <= TITLE-AGE-DAYS
                           PERFORM FOLD-PV-ROW
                   END-IF
           END-READ.

       FOLD-PV-ROW.
           IF NOT PV-PRICE-FOUND
               OR PV-MIN-AGE-DAYS > BEST-PV-AGE
               OR (PV-MIN-AGE-DAYS = BEST-PV-AGE
                   AND PV-EFFECTIVE-DATE >= BEST-PV-DATE)
                       MOVE PV-PRICE TO SALE-PRICE
                       MOVE PV-MIN-AGE-DAYS TO BEST-PV-AGE
                       MOVE PV-EFFECTIVE-DATE TO BEST-PV-DATE
                       SET PV-PRICE-FOUND TO TRUE
           END-IF.

      * The counts only come down if both hold the copy - a store
      * row already at zero or a chain count already at zero means
      * the shelves and the file disagree, and selling would only
      * bury it.  The copy master moves first under the same token.
       SELL-UNDER-TOKEN.
           MOVE 'N' TO SALE-DONE-SW.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - no sale made, '
                   'key it again'
           ELSE
               MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD
               READ MOVIE-FILE
                   INVALID KEY
                       DISPLAY 'Movie not found'
                   NOT INVALID KEY
                       PERFORM APPLY-SALE
               END-READ
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.
           IF SALE-DONE
               PERFORM WRITE-SALE-ENTRY
               PERFORM CHARGE-SALES-TAX
               DISPLAY MOVIE-TITLE OF MOVIE-RECORD ' sold - '
                   MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
                   ' copies now on hand (' STORE-ID ' holds '
                   SI-COPIES ' in format ' MEDIA-FORMAT ')'
           END-IF.

       APPLY-SALE.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   MOVE 0 TO SI-COPIES
           END-READ.
           EVALUATE TRUE
               WHEN SI-COPIES = 0
                   DISPLAY 'Store ' STORE-ID ' holds no copies in '
                       'format ' MEDIA-FORMAT ' - no sale made'
               WHEN MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD = 0
                   DISPLAY 'Chain count already zero - check the '
                       'shelves, no sale made'
               WHEN OTHER
                   PERFORM MOVE-SOLD-COPY
                   IF SALE-DONE
                       PERFORM POST-SALE
                   END-IF
           END-EVALUATE.

       MOVE-SOLD-COPY.
           SET SALE-DONE TO TRUE.
           IF SCANNED-BARCODE NOT = SPACES
               SET CQ-SET-STATUS TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               MOVE 'X' TO CQ-NEW-STATUS
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF NOT CQ-GRANTED
                   MOVE 'N' TO SALE-DONE-SW
                   DISPLAY 'Copy ' SCANNED-BARCODE ' left the shelf '
                       '- status now ' CQ-STATUS ', no sale made'
               END-IF
           END-IF.

       POST-SALE.
           SUBTRACT 1 FROM SI-COPIES.
           REWRITE STORE-INVENTORY-RECORD.
           SUBTRACT 1 FROM MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD.
           REWRITE MOVIE-RECORD.
           CALL 'LOG-MOVIE-CHANGE' USING IMDB-ID,
               CHANGE-TYPE, JOURNAL-PROGRAM,
               OPERATOR-INITIALS.

      * The sale is money taken like a rental charge, on its own
      * entry type so the revenue picture can tell a sale from a
      * rental; the tax follows as the counter's usual tax entry.
       WRITE-SALE-ENTRY.
           MOVE IMDB-ID TO AUDIT-IMDB-ID.
           MOVE TIER-CODE TO AUDIT-TIER-CODE.
           MOVE SALE-PRICE TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           SET AUDIT-SALE TO TRUE.
           MOVE SPACES TO AUDIT-REASON-CODE.
           MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR.
           PERFORM APPEND-AUDIT-ENTRY.

       FIGURE-SALES-TAX.
           MOVE 0 TO TAX-AMOUNT.
           IF STORE-TAX-RATE > 0
               COMPUTE TAX-AMOUNT ROUNDED =
                   CHARGE-AMOUNT * STORE-TAX-RATE / 100
           END-IF.
           COMPUTE TOTAL-WITH-TAX = CHARGE-AMOUNT + TAX-AMOUNT.

       CHARGE-SALES-TAX.
           PERFORM FIGURE-SALES-TAX.
           IF TAX-AMOUNT > 0
               PERFORM WRITE-TAX-ENTRY
           END-IF.

       WRITE-TAX-ENTRY.
           MOVE IMDB-ID TO AUDIT-IMDB-ID.
           MOVE SPACES TO AUDIT-TIER-CODE.
           MOVE TAX-AMOUNT TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           SET AUDIT-TAX-ENTRY TO TRUE.
           MOVE SPACES TO AUDIT-REASON-CODE.
           MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR.
           PERFORM APPEND-AUDIT-ENTRY.

       LOOK-UP-STORE-TAX-RATE.
           MOVE 0 TO BEST-TAX-DATE.
           MOVE 'N' TO TAX-EOF-SW.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-FS = '00'
               PERFORM SCAN-TAX-RATES UNTIL TAX-EOF
               CLOSE TAX-RATE-FILE
           END-IF.

       SCAN-TAX-RATES.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-EOF TO TRUE
               NOT AT END
                   IF TX-STORE-ID = STORE-ID
                       AND TX-EFFECTIVE-DATE <= TODAY-DATE
                       AND TX-EFFECTIVE-DATE >= BEST-TAX-DATE
                           MOVE TX-RATE-PCT TO STORE-TAX-RATE
                           MOVE TX-EFFECTIVE-DATE TO BEST-TAX-DATE
                   END-IF
           END-READ.

      * Every entry the counter writes is stamped with this till's
      * store - the drawer close and the per-store revenue picture
      * key on it.
       APPEND-AUDIT-ENTRY.
           MOVE STORE-ID TO AUDIT-STORE-ID.
           MOVE SPACES TO AUDIT-REF-STAMP.
           OPEN EXTEND PRICE-AUDIT-FILE.
           IF AUDIT-FS = '35'
               OPEN OUTPUT PRICE-AUDIT-FILE
               CLOSE PRICE-AUDIT-FILE
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

       END PROGRAM SELL-COPY.
