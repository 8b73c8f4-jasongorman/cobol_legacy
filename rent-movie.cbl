           FILE STATUS IS STORE-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           SELECT RECEIPT-FILE ASSIGN TO "receipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECEIPT-FS.

           SELECT CERT-REF-FILE ASSIGN TO "cert-ref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FS.

           SELECT AGE-CHECK-FILE ASSIGN TO "age-check.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGE-FS.

           SELECT SERIES-FILE ASSIGN TO "series.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SERIES-FS.

           SELECT BUNDLE-RULE-FILE ASSIGN TO "bundle-rules.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUNDLE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.

       FD RECEIPT-FILE.
           01 RECEIPT-LINE          PIC X(90).

       FD CERT-REF-FILE.
           01 CERT-REF-RECORD.
               COPY 'cert-ref-record.cpy'.

       FD AGE-CHECK-FILE.
           01 AGE-CHECK-RECORD.
               COPY 'age-check-record.cpy'.

       FD SERIES-FILE.
           01 SERIES-RECORD.
               COPY 'series-record.cpy'.

       FD BUNDLE-RULE-FILE.
           01 BUNDLE-RULE-RECORD.
               COPY 'bundle-rule-record.cpy'.
       WORKING-STORAGE SECTION.
           01 FS                    PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
           01 OPEN-RENTAL-COUNT      PIC 9(04).
      * The household the member's card belongs to - the primary's
      * ID, and every card on the file that hangs off it.  The
      * limits are the household's, so a family can't get round
      * them by signing the kids up separately.  Ten cards is more
      * than any family at the counter has asked for.
           01 HOUSEHOLD-ID           PIC X(10) VALUE SPACES.
           01 HOUSEHOLD-COUNT        PIC 9(02) VALUE 0 COMP.
           01 HOUSEHOLD-IDX          PIC 9(02) VALUE 0 COMP.
           01 HOUSEHOLD-TABLE.
               02  HOUSEHOLD-MEMBER OCCURS 10 TIMES PIC X(10).
           01 HOUSEHOLD-MATCH-SW     PIC X(01).
               88  IN-HOUSEHOLD          VALUE 'Y'.
           01 HOUSEHOLD-CANDIDATE    PIC X(10).
           01 FEE-BALANCE            PIC S9(6)V9(2).
           01 DISPLAY-BALANCE        PIC Z(5)9.99.
           01 STANDING-EOF-SW        PIC X(01).
      * to replace the session's own initials on everything that
      * follows.
           01 OVERRIDE-OPERATOR      PIC X(03) VALUE SPACES.
      * What the override gives away against the engine's quote -
      * the money the authorizer's role limit is checked against.
           01 OVERRIDE-CONCESSION    PIC 9(5)V9(2) VALUE 0.
           01 DISPLAY-LIMIT          PIC Z(4)9.99.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
           01 OVERRIDE-OK-SW         PIC X(01).
               88  OVERRIDE-DETAILS-OK   VALUE 'Y'.
           01 COPY-SECURED-SW        PIC X(01).
                   03  BK-TITLE            PIC X(50).
                   03  BK-TIER             PIC X(11).
                   03  BK-AMOUNT           PIC 9(4)V9(2).
                   03  BK-IMDB-ID          PIC X(10).
                   03  BK-SERIES-AT        PIC 9(04) COMP.
                   03  BK-BUNDLE-SW        PIC X(01).
                       88  BK-BUNDLE-WEIGHED   VALUE 'Y'.
                   03  BK-DISCOUNT         PIC 9(4)V9(2).
                   03  BK-DISCOUNT-TAX     PIC 9(4)V9(2).
                   03  BK-RULE-TYPE        PIC X(01).
                   03  BK-CHARGE-STAMP     PIC X(21).
           01 VISIT-CHARGE-TOTAL     PIC 9(5)V9(2) VALUE 0.
           01 VISIT-TAX-TOTAL        PIC 9(5)V9(2) VALUE 0.
           01 VISIT-CREDIT-TOTAL     PIC 9(5)V9(2) VALUE 0.
           01 VISIT-GRAND-TOTAL      PIC 9(6)V9(2) VALUE 0.
           01 DISPLAY-VISIT          PIC Z(5)9.99.
      * Series bundles, weighed over the whole basket when the visit
      * is totalled: the series file says which titles belong
      * together, the bundle rules what taking several of them is
      * worth.  Both are loaded once a session.  Each title's share
      * of a bundle's saving sits on its basket line so the trail
      * can carry it title by title; the slip shows one line per
      * bundle.
           01 SERIES-FS              PIC 9(02).
           01 SERIES-EOF-SW          PIC X(01).
               88  SERIES-EOF            VALUE 'Y'.
           01 SERIES-ROW-COUNT       PIC 9(04) VALUE 0 COMP.
           01 SERIES-IDX             PIC 9(04) VALUE 0 COMP.
           01 SERIES-TABLE.
               02  SERIES-SLOT OCCURS 500 TIMES.
                   03  SLOT-SERIES-ID      PIC X(06).
                   03  SLOT-SERIES-IMDB-ID PIC X(10).
                   03  SLOT-SERIES-NAME    PIC X(30).
           01 BUNDLE-FS              PIC 9(02).
           01 BUNDLE-EOF-SW          PIC X(01).
               88  BUNDLE-EOF            VALUE 'Y'.
           01 BUNDLE-ROW-COUNT       PIC 9(02) VALUE 0 COMP.
           01 BUNDLE-IDX             PIC 9(02) VALUE 0 COMP.
           01 BUNDLE-TABLE.
               02  BUNDLE-SLOT OCCURS 50 TIMES.
                   03  SLOT-BUNDLE-SERIES  PIC X(06).
                   03  SLOT-BUNDLE-TYPE    PIC X(01).
                   03  SLOT-BUNDLE-QTY     PIC 9(02).
                   03  SLOT-BUNDLE-PRICE   PIC 9(3)V9(2).
                   03  SLOT-BUNDLE-PCT     PIC 9(2)V9(1).
                   03  SLOT-BUNDLE-START   PIC 9(08).
                   03  SLOT-BUNDLE-END     PIC 9(08).
           01 BUNDLE-RULE-AT         PIC 9(02) VALUE 0 COMP.
           01 BEST-BUNDLE-START      PIC 9(08).
           01 WEIGH-SERIES-AT        PIC 9(04) VALUE 0 COMP.
           01 WEIGH-IDX              PIC 9(02) VALUE 0 COMP.
           01 SERIES-SEEN-COUNT      PIC 9(02) VALUE 0 COMP.
           01 SERIES-SAVING          PIC 9(5)V9(2) VALUE 0.
           01 GROUP-COUNT            PIC 9(02) VALUE 0 COMP.
           01 GROUP-IDX              PIC 9(02) VALUE 0 COMP.
           01 GROUP-TABLE.
               02  GROUP-LINE OCCURS 20 TIMES PIC 9(02) COMP.
           01 GROUP-AMOUNT           PIC 9(5)V9(2) VALUE 0.
           01 GROUP-SAVING           PIC 9(5)V9(2) VALUE 0.
           01 GROUP-SHARED           PIC 9(5)V9(2) VALUE 0.
           01 SAVING-COUNT           PIC 9(02) VALUE 0 COMP.
           01 SAVING-IDX             PIC 9(02) VALUE 0 COMP.
           01 SAVING-TABLE.
               02  SAVING-LINE OCCURS 20 TIMES.
                   03  SV-SERIES-NAME      PIC X(30).
                   03  SV-RULE-TYPE        PIC X(01).
                   03  SV-QUANTITY         PIC 9(02).
                   03  SV-PRICE            PIC 9(3)V9(2).
                   03  SV-PERCENT          PIC 9(2)V9(1).
                   03  SV-AMOUNT           PIC 9(5)V9(2).
           01 VISIT-BUNDLE-TOTAL     PIC 9(5)V9(2) VALUE 0.
           01 VISIT-CASH-BACK        PIC 9(5)V9(2) VALUE 0.
           01 RECEIPT-STAMP          PIC X(14) VALUE SPACES.
           01 DISPLAY-QUANTITY       PIC Z9.
           01 DISPLAY-PERCENT        PIC Z9.9.
           01 DISPLAY-RULE-PRICE     PIC ZZ9.99.
      * The reference stamp the next audit entry carries - blank for
      * everything but the bundle entries, which carry the stamp of
      * the charge entry they share out.
           01 AUDIT-REF-WORK         PIC X(21) VALUE SPACES.
      * The stamp of the entry carrying this rental's charge - the
      * engine's row PRICE-MOVIE hands back, or the override entry
      * that replaced it - kept on the basket line so the line's
      * bundle entries name their own charge and no other till's.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
           01 CHARGE-STAMP           PIC X(21) VALUE SPACES.
      * How old a member must be for each certificate, loaded once a
      * session off cert-ref.dat.  A shop that never set the file up
      * still gets the two schemes' usual ages from the defaults
      * below, so a certificated title is never waved through just
      * because the reference is missing.
           01 CERT-FS                PIC 9(02).
           01 CERT-EOF-SW            PIC X(01).
               88  CERT-EOF              VALUE 'Y'.
           01 CERT-ROW-COUNT         PIC 9(02) VALUE 0 COMP.
           01 CERT-IDX               PIC 9(02) VALUE 0 COMP.
           01 CERT-TABLE.
               02  CERT-SLOT OCCURS 20 TIMES.
                   03  SLOT-CERT-CODE      PIC X(05).
                   03  SLOT-CERT-AGE       PIC 9(02).
           01 DEFAULT-CERT-VALUES.
               02  FILLER                PIC X(07) VALUE 'U    00'.
               02  FILLER                PIC X(07) VALUE 'PG   00'.
               02  FILLER                PIC X(07) VALUE '12   12'.
               02  FILLER                PIC X(07) VALUE '15   15'.
               02  FILLER                PIC X(07) VALUE '18   18'.
               02  FILLER                PIC X(07) VALUE 'G    00'.
               02  FILLER                PIC X(07) VALUE 'PG-1313'.
               02  FILLER                PIC X(07) VALUE 'R    17'.
               02  FILLER                PIC X(07) VALUE 'NC-1718'.
           01 DEFAULT-CERT-TABLE REDEFINES DEFAULT-CERT-VALUES.
               02  DEFAULT-CERT-SLOT OCCURS 9 TIMES PIC X(07).
           01 TITLE-MIN-AGE          PIC 9(02) VALUE 0.
           01 MEMBER-AGE             PIC 9(03) VALUE 0.
           01 AGE-FS                 PIC 9(02).
           01 AGE-CLEARED-SW         PIC X(01).
               88  AGE-CLEARED           VALUE 'Y'.
           01 AGE-REPLY              PIC X(01) VALUE SPACES.
           01 AGE-AUTHORIZER-WORK    PIC X(03) VALUE SPACES.
           01 AGE-OUTCOME-WORK       PIC X(01) VALUE SPACES.
      * The copy going out, by the barcode on its case.  A title
      * whose copies were never labelled still rents by count
      * alone; once any copy of it is on the copy master, the one
      * going out has to be scanned.
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 COPY-SCAN-SW           PIC X(01).
               88  COPY-SCAN-OK          VALUE 'Y'.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
      * The disc the member is taking - DVD, Blu-ray or 4K.  It picks
      * the store count the copy comes off and the uplift the price
      * carries.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
               88  MEDIA-DVD             VALUE 'D'.
               88  MEDIA-BLU-RAY         VALUE 'B'.
               88  MEDIA-UHD-4K          VALUE 'K'.
           01 FORMAT-NAME            PIC X(07) VALUE SPACES.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
           01 FORMAT-SHELF-SW        PIC X(01).
               88  FORMAT-ON-SHELF       VALUE 'Y'.
       PROCEDURE DIVISION.
      * Check a copy out at the counter - confirm the title is active
      * and a copy is actually on the shelf before decrementing the
           PERFORM LOOK-UP-COUNTER-LIMITS.
           PERFORM LOOK-UP-STORE-TAX-RATE.
           PERFORM LOAD-LOAN-PERIODS.
           PERFORM LOAD-CERT-AGES.
           PERFORM LOAD-SERIES.
           PERFORM LOAD-BUNDLE-RULES.
           OPEN I-O MOVIE-FILE.
           PERFORM OPEN-RENTAL-FILE.
           PERFORM OPEN-HOLDS-FILE.
                   INVALID KEY
                       DISPLAY 'Movie not found'
                   NOT INVALID KEY
                       PERFORM CHECK-MEMBER-AGE
                       IF AGE-CLEARED
                           PERFORM CHECK-OUT-COPY
                       END-IF
               END-READ
           END-IF.

           MOVE 0 TO VISIT-CHARGE-TOTAL.
           MOVE 0 TO VISIT-TAX-TOTAL.
           MOVE 0 TO VISIT-CREDIT-TOTAL.
           MOVE 0 TO VISIT-BUNDLE-TOTAL.
           MOVE 0 TO VISIT-CASH-BACK.
           MOVE 0 TO SAVING-COUNT.

       ADD-BASKET-LINE.
           IF BASKET-COUNT < 20
                   TO BK-TITLE (BASKET-COUNT)
               MOVE TIER-NAME TO BK-TIER (BASKET-COUNT)
               MOVE CHARGE-AMOUNT TO BK-AMOUNT (BASKET-COUNT)
               MOVE IMDB-ID TO BK-IMDB-ID (BASKET-COUNT)
               MOVE CHARGE-STAMP TO BK-CHARGE-STAMP (BASKET-COUNT)
               MOVE 'N' TO BK-BUNDLE-SW (BASKET-COUNT)
               MOVE 0 TO BK-DISCOUNT (BASKET-COUNT)
               MOVE 0 TO BK-DISCOUNT-TAX (BASKET-COUNT)
               PERFORM FIND-TITLE-SERIES
           END-IF.
           ADD CHARGE-AMOUNT TO VISIT-CHARGE-TOTAL.

      * filed to the receipt file - a per-visit record finer than
      * the raw audit trail.  Fees still owed are COLLECT-FEES'
      * business; the settlements it takes land on the statement.
      *
      * Series bundles are weighed first, over the whole basket, so
      * the slip can show each bundle's saving as its own line and
      * the totals come out net of it; the trail entries follow the
      * slip, each naming the charge entry its share comes off.
       CLOSE-VISIT-BASKET.
           IF BASKET-COUNT = 0
               DISPLAY 'Nothing rented this visit - no receipt'
           ELSE
               PERFORM WEIGH-SERIES-BUNDLES
               COMPUTE VISIT-GRAND-TOTAL =
                   VISIT-CHARGE-TOTAL - VISIT-BUNDLE-TOTAL
                   + VISIT-TAX-TOTAL
               IF VISIT-CREDIT-TOTAL > VISIT-GRAND-TOTAL
                   COMPUTE VISIT-CASH-BACK =
                       VISIT-CREDIT-TOTAL - VISIT-GRAND-TOTAL
               END-IF
               OPEN EXTEND RECEIPT-FILE
               IF RECEIPT-FS = '35'
                   OPEN OUTPUT RECEIPT-FILE
               PERFORM WRITE-RECEIPT-LINE
                   VARYING BASKET-IDX FROM 1 BY 1
                   UNTIL BASKET-IDX > BASKET-COUNT
               PERFORM WRITE-RECEIPT-SAVING
                   VARYING SAVING-IDX FROM 1 BY 1
                   UNTIL SAVING-IDX > SAVING-COUNT
               PERFORM WRITE-RECEIPT-TOTALS
               CLOSE RECEIPT-FILE
               PERFORM WRITE-BUNDLE-ENTRIES
                   VARYING BASKET-IDX FROM 1 BY 1
                   UNTIL BASKET-IDX > BASKET-COUNT
           END-IF.

       WRITE-RECEIPT-HEADER.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RECEIPT-STAMP.
           MOVE SPACES TO RECEIPT-LINE.
           STRING 'RECEIPT ' DELIMITED BY SIZE
               RECEIPT-STAMP DELIMITED BY SIZE
               ' MEMBER ' DELIMITED BY SIZE
               MEMBER-ID DELIMITED BY SIZE
               ' STORE ' DELIMITED BY SIZE
           WRITE RECEIPT-LINE.
           DISPLAY FUNCTION TRIM(RECEIPT-LINE).

      * One line per bundle earned - the series, the deal and what
      * it took off the titles above it.
       WRITE-RECEIPT-SAVING.
           MOVE SV-AMOUNT (SAVING-IDX) TO DISPLAY-VISIT.
           MOVE SV-QUANTITY (SAVING-IDX) TO DISPLAY-QUANTITY.
           MOVE SV-PRICE (SAVING-IDX) TO DISPLAY-RULE-PRICE.
           MOVE SV-PERCENT (SAVING-IDX) TO DISPLAY-PERCENT.
           MOVE SPACES TO RECEIPT-LINE.
           IF SV-RULE-TYPE (SAVING-IDX) = 'F'
               STRING '  BUNDLE ' DELIMITED BY SIZE
                   FUNCTION TRIM(SV-SERIES-NAME (SAVING-IDX))
                       DELIMITED BY SIZE
                   ' (ANY ' DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-QUANTITY) DELIMITED BY SIZE
                   ' FOR $' DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-RULE-PRICE)
                       DELIMITED BY SIZE
                   ') -$' DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-VISIT) DELIMITED BY SIZE
                   INTO RECEIPT-LINE
           ELSE
               STRING '  BUNDLE ' DELIMITED BY SIZE
                   FUNCTION TRIM(SV-SERIES-NAME (SAVING-IDX))
                       DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-PERCENT) DELIMITED BY SIZE
                   '% OFF AFTER THE FIRST) -$' DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-VISIT) DELIMITED BY SIZE
                   INTO RECEIPT-LINE
           END-IF.
           WRITE RECEIPT-LINE.
           DISPLAY FUNCTION TRIM(RECEIPT-LINE).

       WRITE-RECEIPT-TOTALS.
           IF VISIT-TAX-TOTAL > 0
               MOVE VISIT-TAX-TOTAL TO DISPLAY-VISIT
               WRITE RECEIPT-LINE
               DISPLAY FUNCTION TRIM(RECEIPT-LINE)
           END-IF.
      * Titles paid from credit at full price, then bundled at the
      * total - the saving over what the visit now costs goes back
      * in cash, and the drawer close nets it the same way.
           IF VISIT-CASH-BACK > 0
               MOVE VISIT-CASH-BACK TO DISPLAY-VISIT
               MOVE SPACES TO RECEIPT-LINE
               STRING '  BUNDLE SAVING HANDED BACK IN CASH $'
                   DELIMITED BY SIZE
                   FUNCTION TRIM(DISPLAY-VISIT) DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               WRITE RECEIPT-LINE
               DISPLAY FUNCTION TRIM(RECEIPT-LINE)
           END-IF.
           MOVE VISIT-GRAND-TOTAL TO DISPLAY-VISIT.
           MOVE SPACES TO RECEIPT-LINE.
           STRING '  VISIT TOTAL $' DELIMITED BY SIZE
      * discount scan in PRICE-MOVIE applies.
       FIND-MEMBER-ROW.
           MOVE 'N' TO MEMBER-ROW-SW.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               MOVE MEMBER-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBERSHIP-RECORD TO STANDING-MEMBER
                       SET MEMBER-ON-FILE TO TRUE
               END-READ
               CLOSE MEMBERSHIP-FILE
           END-IF.

       CONFIRM-MEMBER-NAME.
           DISPLAY 'Member: '
      * Over either limit the checkout stops at the counter unless
      * a manager steps in - the override is offered, not assumed,
      * so the refusal is the default a busy clerk falls into.
      * Both limits are measured across the member's whole
      * household: every card's open rentals and every card's
      * unpaid fees count, so the parent who owes on one card can't
      * rent on another.
       CHECK-STANDING-LIMITS.
           PERFORM LOAD-HOUSEHOLD-MEMBERS.
           PERFORM COUNT-OPEN-RENTALS.
           PERFORM TOTAL-FEE-BALANCE.

               OR FEE-BALANCE > FEE-BALANCE-CAP
                   MOVE 'N' TO MEMBER-CLEARED-SW
                   MOVE FEE-BALANCE TO DISPLAY-BALANCE
                   IF HOUSEHOLD-COUNT > 1
                       DISPLAY 'Household of ' HOUSEHOLD-COUNT
                           ' cards has ' OPEN-RENTAL-COUNT
                           ' rentals open and owes $'
                           FUNCTION TRIM(DISPLAY-BALANCE)
                   ELSE
                       DISPLAY 'Member has ' OPEN-RENTAL-COUNT
                           ' rentals open and owes $'
                           FUNCTION TRIM(DISPLAY-BALANCE)
                   END-IF
                   DISPLAY 'Over the counter limit - manager '
                       'override? (Y/N)'
                   ACCEPT OVERRIDE-REPLY
                   END-IF
           END-IF.

      * The household hangs off its primary: a secondary card
      * names the primary, a primary or stand-alone card names
      * nobody and is its own household.  The household ID is not
      * a key, so one pass of the membership file in member-ID
      * order picks up the primary and every card that names it.
       LOAD-HOUSEHOLD-MEMBERS.
           IF MS-HOUSEHOLD-ID OF STANDING-MEMBER = SPACES
               MOVE MEMBER-ID TO HOUSEHOLD-ID
           ELSE
               MOVE MS-HOUSEHOLD-ID OF STANDING-MEMBER
                   TO HOUSEHOLD-ID
           END-IF.
           MOVE 0 TO HOUSEHOLD-COUNT.
           MOVE 'N' TO MEMBER-EOF-SW.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               MOVE LOW-VALUES TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               START MEMBERSHIP-FILE
                   KEY IS NOT LESS THAN
                       MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       SET MEMBER-EOF TO TRUE
               END-START
               PERFORM SCAN-HOUSEHOLD-ROW UNTIL MEMBER-EOF
               CLOSE MEMBERSHIP-FILE
           END-IF.
           IF HOUSEHOLD-COUNT = 0
               MOVE 1 TO HOUSEHOLD-COUNT
               MOVE MEMBER-ID TO HOUSEHOLD-MEMBER (1)
           END-IF.

       SCAN-HOUSEHOLD-ROW.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF (MS-MEMBER-ID OF MEMBERSHIP-RECORD
                       = HOUSEHOLD-ID
                       OR MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                           = HOUSEHOLD-ID)
                       AND HOUSEHOLD-COUNT < 10
                           ADD 1 TO HOUSEHOLD-COUNT
                           MOVE MS-MEMBER-ID OF MEMBERSHIP-RECORD
                               TO HOUSEHOLD-MEMBER (HOUSEHOLD-COUNT)
                   END-IF
           END-READ.

       CHECK-HOUSEHOLD-MEMBER.
           MOVE 'N' TO HOUSEHOLD-MATCH-SW.
           PERFORM MATCH-HOUSEHOLD-MEMBER
               VARYING HOUSEHOLD-IDX FROM 1 BY 1
               UNTIL HOUSEHOLD-IDX > HOUSEHOLD-COUNT
                   OR IN-HOUSEHOLD.

       MATCH-HOUSEHOLD-MEMBER.
           IF HOUSEHOLD-MEMBER (HOUSEHOLD-IDX) = HOUSEHOLD-CANDIDATE
               SET IN-HOUSEHOLD TO TRUE
           END-IF.

      * What the household already has out, off the same member-id
      * alternate path the statement run walks - one slice of the
      * ledger per card.
       COUNT-OPEN-RENTALS.
           MOVE 0 TO OPEN-RENTAL-COUNT.
           PERFORM COUNT-CARD-OPEN-RENTALS
               VARYING HOUSEHOLD-IDX FROM 1 BY 1
               UNTIL HOUSEHOLD-IDX > HOUSEHOLD-COUNT.

       COUNT-CARD-OPEN-RENTALS.
           MOVE 'N' TO STANDING-EOF-SW.
           MOVE HOUSEHOLD-MEMBER (HOUSEHOLD-IDX) TO RENTAL-MEMBER-ID.
           START RENTAL-FILE KEY IS = RENTAL-MEMBER-ID
               INVALID KEY
                   SET STANDING-EOF TO TRUE
               AT END
                   SET STANDING-EOF TO TRUE
               NOT AT END
                   IF RENTAL-MEMBER-ID
                       NOT = HOUSEHOLD-MEMBER (HOUSEHOLD-IDX)
                           SET STANDING-EOF TO TRUE
                   ELSE
                       IF RENTAL-OPEN
                           ADD 1 TO OPEN-RENTAL-COUNT
               AT END
                   SET FEES-EOF TO TRUE
               NOT AT END
                   MOVE FEE-MEMBER-ID TO HOUSEHOLD-CANDIDATE
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF IN-HOUSEHOLD
                       ADD FEE-AMOUNT TO FEE-BALANCE
                   END-IF
           END-READ.
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   MOVE FSET-MEMBER-ID TO HOUSEHOLD-CANDIDATE
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF IN-HOUSEHOLD
                       SUBTRACT FSET-AMOUNT FROM FEE-BALANCE
                   END-IF
           END-READ.
                   END-IF
           END-READ.

      * The parents' complaint: an 18 certificate rented to a
      * fourteen-year-old on a family card.  Before anything else
      * happens to a certificated title - checkout, hold, pre-order
      * - the member's age off the date of birth on file is held
      * against the certificate's age.  Too young is refused unless
      * a manager signs for it; no date of birth on file means the
      * clerk checks ID and says so.  Every one of those decisions
      * lands on the age-check journal.  An unrated title, or one
      * whose certificate carries no age, goes straight through.
       CHECK-MEMBER-AGE.
           SET AGE-CLEARED TO TRUE.
           MOVE 0 TO TITLE-MIN-AGE.
           MOVE 0 TO MEMBER-AGE.
           IF MOVIE-CERTIFICATE OF MOVIE-RECORD NOT = SPACES
               PERFORM FIND-TITLE-MIN-AGE
                   VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-ROW-COUNT
           END-IF.
           IF TITLE-MIN-AGE > 0
               IF MS-BIRTH-DATE OF STANDING-MEMBER NUMERIC
                   AND MS-BIRTH-DATE OF STANDING-MEMBER > 0
                       COMPUTE MEMBER-AGE = (TODAY-DATE
                           - MS-BIRTH-DATE OF STANDING-MEMBER)
                           / 10000
                       IF MEMBER-AGE < TITLE-MIN-AGE
                           PERFORM REFUSE-UNDERAGE-RENTAL
                       END-IF
               ELSE
                   PERFORM CONFIRM-AGE-FROM-ID
               END-IF
           END-IF.

       FIND-TITLE-MIN-AGE.
           IF SLOT-CERT-CODE (CERT-IDX) =
               MOVIE-CERTIFICATE OF MOVIE-RECORD
                   MOVE SLOT-CERT-AGE (CERT-IDX) TO TITLE-MIN-AGE
           END-IF.

      * A member signed up before the date of birth was captured
      * has no age on file - the clerk looks at their ID.  Anything
      * short of a plain yes is handled as too young.
       CONFIRM-AGE-FROM-ID.
           DISPLAY MOVIE-TITLE OF MOVIE-RECORD ' is certificate '
               FUNCTION TRIM(MOVIE-CERTIFICATE OF MOVIE-RECORD)
               ' (' TITLE-MIN-AGE ' and over)'.
           DISPLAY 'No date of birth on file - ID checked and member '
               'old enough? (Y/N)'.
           MOVE SPACES TO AGE-REPLY.
           ACCEPT AGE-REPLY.
           IF AGE-REPLY = 'Y'
               MOVE 'I' TO AGE-OUTCOME-WORK
               MOVE SPACES TO AGE-AUTHORIZER-WORK
               PERFORM WRITE-AGE-CHECK-ENTRY
           ELSE
               PERFORM REFUSE-UNDERAGE-RENTAL
           END-IF.

      * The refusal is the default; only initials AUTHORIZE-ACTION
      * accepts for an age override (a manager, unless the limits
      * file says otherwise) let the title go out, and those
      * initials ride the journal entry so the decision has a name
      * on it.
       REFUSE-UNDERAGE-RENTAL.
           MOVE 'N' TO AGE-CLEARED-SW.
           MOVE 'R' TO AGE-OUTCOME-WORK.
           MOVE SPACES TO AGE-AUTHORIZER-WORK.
           IF MEMBER-AGE > 0
               DISPLAY 'Member is ' MEMBER-AGE ' - '
                   FUNCTION TRIM(MOVIE-TITLE OF MOVIE-RECORD)
                   ' is certificate '
                   FUNCTION TRIM(MOVIE-CERTIFICATE OF MOVIE-RECORD)
                   ' (' TITLE-MIN-AGE ' and over)'
           END-IF.
           DISPLAY 'Too young for this title - manager '
               'authorization? (Y/N)'.
           MOVE SPACES TO AGE-REPLY.
           ACCEPT AGE-REPLY.
           IF AGE-REPLY = 'Y'
               DISPLAY 'Authorizing manager initials: '
               ACCEPT AGE-AUTHORIZER-WORK
               SET AQ-AGE-OVERRIDE TO TRUE
               MOVE AGE-AUTHORIZER-WORK TO AQ-AUTHORIZER
               MOVE 0 TO AQ-AMOUNT
               PERFORM CHECK-AUTHORITY
               IF AQ-GRANTED
                   SET AGE-CLEARED TO TRUE
                   MOVE 'M' TO AGE-OUTCOME-WORK
               END-IF
           END-IF.
           IF NOT AGE-CLEARED
               DISPLAY 'Rental refused - member too young for '
                   'this title'
           END-IF.
           PERFORM WRITE-AGE-CHECK-ENTRY.

       WRITE-AGE-CHECK-ENTRY.
           MOVE IMDB-ID TO AGE-IMDB-ID.
           MOVE MEMBER-ID TO AGE-MEMBER-ID.
           MOVE MOVIE-CERTIFICATE OF MOVIE-RECORD TO AGE-CERTIFICATE.
           MOVE TITLE-MIN-AGE TO AGE-MIN-AGE.
           MOVE MEMBER-AGE TO AGE-MEMBER-AGE.
           MOVE AGE-OUTCOME-WORK TO AGE-OUTCOME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AGE-TIMESTAMP.
           MOVE OPERATOR-INITIALS TO AGE-OPERATOR.
           MOVE AGE-AUTHORIZER-WORK TO AGE-AUTHORIZER.
           MOVE STORE-ID TO AGE-STORE-ID.

           OPEN EXTEND AGE-CHECK-FILE.
           IF AGE-FS = '35'
               OPEN OUTPUT AGE-CHECK-FILE
               CLOSE AGE-CHECK-FILE
               OPEN EXTEND AGE-CHECK-FILE
           END-IF.

           WRITE AGE-CHECK-RECORD.

           CLOSE AGE-CHECK-FILE.

      * A title whose street date is still ahead can't go out the
      * door - but the member asking for it is exactly the demand
      * the street-date report says is coming, so the ask becomes a
               DISPLAY 'Title is retired - cannot rent'
           ELSE
               IF MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD > 0
                   PERFORM ASK-MEDIA-FORMAT
                   MOVE 'N' TO COPY-SCAN-SW
                   IF FORMAT-ON-SHELF
                       PERFORM SCAN-COPY-BARCODE
                   END-IF
                   IF COPY-SCAN-OK
                       PERFORM RENT-COPY-UNDER-TOKEN
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT COPY-SCAN-OK
                           CONTINUE
                       WHEN COPY-SECURED
                           PERFORM PRICE-THE-RENTAL
                           DISPLAY MOVIE-TITLE OF MOVIE-RECORD
                               ' rented on ' FORMAT-NAME ' - '
                               MOVIE-COPIES-AVAILABLE
                                   OF MOVIE-RECORD
                               ' copies remaining'
               END-IF
           END-IF.

      * Which disc the member wants.  The chain count says the
      * title is in; the store's count for the format says whether
      * "the 4K one" is actually on this shelf.
       ASK-MEDIA-FORMAT.
           MOVE 'N' TO FORMAT-VALID-SW.
           PERFORM ASK-ONE-FORMAT UNTIL FORMAT-VALID.
           PERFORM NAME-MEDIA-FORMAT.
           PERFORM CHECK-FORMAT-ON-SHELF.

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

       NAME-MEDIA-FORMAT.
           EVALUATE TRUE
               WHEN MEDIA-BLU-RAY
                   MOVE 'Blu-ray' TO FORMAT-NAME
               WHEN MEDIA-UHD-4K
                   MOVE '4K' TO FORMAT-NAME
               WHEN OTHER
                   MOVE 'DVD' TO FORMAT-NAME
           END-EVALUATE.

      * A store row at zero - or no row at all for a Blu-ray or 4K
      * disc, a format this store has never stocked - means there
      * is nothing to hand over.  A DVD with no row is the old
      * never-broken-out case TAKE-COPY-FROM-STORE already lets
      * through and flags.
       CHECK-FORMAT-ON-SHELF.
           SET FORMAT-ON-SHELF TO TRUE.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   IF NOT MEDIA-DVD
                       MOVE 'N' TO FORMAT-SHELF-SW
                   END-IF
               NOT INVALID KEY
                   IF SI-COPIES = 0
                       MOVE 'N' TO FORMAT-SHELF-SW
                   END-IF
           END-READ.
           IF NOT FORMAT-ON-SHELF
               DISPLAY 'No ' FORMAT-NAME ' copy on the shelf at '
                   STORE-ID ' - nothing rented'
           END-IF.

      * The two-register rule: the shared session token lets both
      * tills hold the catalog open, so the read-modify-write on
      * the counts takes the exclusive update token for just this
                   NOT INVALID KEY
                       IF MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
                           > 0
                               PERFORM MARK-COPY-OUT
                               IF COPY-SCAN-OK
                                   PERFORM TAKE-SECURED-COPY
                               END-IF
                       ELSE
                           SET SHELF-EMPTIED TO TRUE
                       END-IF
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.

       TAKE-SECURED-COPY.
           SUBTRACT 1 FROM MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD.
           REWRITE MOVIE-RECORD.
           CALL 'LOG-MOVIE-CHANGE' USING IMDB-ID, CHANGE-TYPE,
               JOURNAL-PROGRAM, OPERATOR-INITIALS.
           PERFORM TAKE-COPY-FROM-STORE.
           PERFORM WRITE-RENTAL-RECORD.
           SET COPY-SECURED TO TRUE.

      * Ask the clerk for the copy in hand.  A scanned copy must be
      * on the copy master as this title, on this store's shelf -
      * anything else means the case in hand isn't what the system
      * thinks it is, and it doesn't go out until that is put
      * straight.  A blank scan is only taken for a title with no
      * labelled copies at all.
       SCAN-COPY-BARCODE.
           MOVE 'N' TO COPY-SCAN-SW.
           DISPLAY 'Scan copy barcode (blank if unlabelled): '.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           IF SCANNED-BARCODE = SPACES
               SET CQ-COUNT-TITLE TO TRUE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF CQ-COPY-COUNT > 0
                   DISPLAY 'Copies of this title are labelled - '
                       'scan the one going out'
               ELSE
                   SET COPY-SCAN-OK TO TRUE
               END-IF
           ELSE
               SET CQ-LOOK-UP TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               CALL 'TRACK-COPY' USING COPY-REQUEST
               EVALUATE TRUE
                   WHEN CQ-NOT-ON-FILE
                       DISPLAY 'Barcode ' SCANNED-BARCODE
                           ' is not on the copy master'
                   WHEN CQ-IMDB-ID NOT = IMDB-ID
                       DISPLAY 'That copy is ' CQ-IMDB-ID
                           ', not this title'
                   WHEN CQ-FORMAT NOT = MEDIA-FORMAT
                       DISPLAY 'That copy is format ' CQ-FORMAT
                           ', not the ' FORMAT-NAME ' asked for'
                   WHEN NOT CQ-STATUS-ON-SHELF
                       DISPLAY 'That copy is not on the shelf '
                           '(status ' CQ-STATUS ') - see the '
                           'manager'
                   WHEN CQ-STORE-ID NOT = STORE-ID
                       DISPLAY 'That copy belongs to store '
                           CQ-STORE-ID ' - transfer it first'
                   WHEN OTHER
                       SET COPY-SCAN-OK TO TRUE
               END-EVALUATE
           END-IF.

      * The scanned copy goes OUT on the copy master under the same
      * token as the counts, so the other register can't hand the
      * same case over twice.
       MARK-COPY-OUT.
           IF SCANNED-BARCODE NOT = SPACES
               SET CQ-SET-STATUS TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               MOVE 'O' TO CQ-NEW-STATUS
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF NOT CQ-GRANTED
                   MOVE 'N' TO COPY-SCAN-SW
                   DISPLAY 'Copy ' SCANNED-BARCODE ' changed at '
                       'the other register - not rented'
               END-IF
           END-IF.

       FILL-HOLD-WITH-COPY.
           IF COPY-SCAN-OK
               SET HOLD-FILLED TO TRUE
               REWRITE HOLD-RECORD
               PERFORM WRITE-RENTAL-RECORD
           END-IF.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'RENT-MOVIE' TO UL-CALLER.
      * counts) with FILLED would leave the counts a copy high.
      * A hold no longer READY falls through to the ordinary
      * place-a-hold offer; only a busy token skips it, since the
      * set-aside copy is still there to try again for.  The
      * set-aside case is scanned like any other copy going out.
       FILL-READY-HOLD.
           MOVE HOLD-PLACED-STAMP TO SAVED-HOLD-STAMP.
           MOVE HOLD-FORMAT TO MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               SET MEDIA-DVD TO TRUE
           END-IF.
           PERFORM NAME-MEDIA-FORMAT.
           DISPLAY 'Copy set aside for this member - fetch the '
               FORMAT-NAME ' from the hold shelf'.
           PERFORM SCAN-COPY-BARCODE.
           IF COPY-SCAN-OK
               PERFORM FILL-HOLD-UNDER-TOKEN
           ELSE
               SET HOLD-FILL-SETTLED TO TRUE
           END-IF.

       FILL-HOLD-UNDER-TOKEN.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - hold not filled, '
                   NOT INVALID KEY
                       IF HOLD-READY
                           AND HOLD-MEMBER-ID = MEMBER-ID
                               PERFORM MARK-COPY-OUT
                               PERFORM FILL-HOLD-WITH-COPY
                               SET HOLD-FILL-SETTLED TO TRUE
                       END-IF
               END-READ
               PERFORM RELEASE-UPDATE-TOKEN
               EVALUATE TRUE
                   WHEN NOT HOLD-FILL-SETTLED
                       DISPLAY 'That set-aside copy is no longer '
                           'on the hold shelf'
                   WHEN COPY-SCAN-OK
                       PERFORM PRICE-THE-RENTAL
                       DISPLAY MOVIE-TITLE OF MOVIE-RECORD
                           ' rented from the hold shelf'
               END-EVALUATE
           END-IF.

      * Charge what the pricing engine says, not what the sticker
       PRICE-THE-RENTAL.
           CALL 'PRICE-MOVIE' USING IMDB-ID, PRICE, READ-MODULE,
               LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID, CURRENCY-CODE,
               TIER-NAME, STORE-ID, MEDIA-FORMAT, PRICED-STAMP.
           MOVE PRICED-STAMP TO CHARGE-STAMP.
           MOVE 0 TO CHARGE-AMOUNT.
           IF MOVIE-FOUND AND PRICE-VALID
               MOVE PRICE TO CHARGE-AMOUNT
               DISPLAY 'Override charge $'
                   FUNCTION TRIM(DISPLAY-PRICE) ' recorded'
           ELSE
               DISPLAY 'Override not taken - engine price stands'
           END-IF.

      * What used to vanish: the engine couldn't price it, the
                   DISPLAY 'Override charge $'
                       FUNCTION TRIM(DISPLAY-PRICE) ' recorded'
               ELSE
                   DISPLAY 'Override not taken - NO charge on '
                       'the trail for this rental'
               END-IF
           ELSE

      * Promotion sticker / Goodwill / posted Tier price / Other.
      * The authorizing manager's initials go into their own field
      * and must carry the authority for a price override - they
      * stamp the override entries only, never the session, so the
      * rest of the shift's records stay under the clerk who signed
      * on.
       TAKE-OVERRIDE-DETAILS.
           MOVE 'N' TO OVERRIDE-OK-SW.
           DISPLAY 'Amount to charge: '.
           ACCEPT OVERRIDE-OPERATOR.

           IF NOT OVERRIDE-REASON-VALID
               DISPLAY 'Unrecognized reason'
           ELSE
               MOVE 0 TO OVERRIDE-CONCESSION
               IF OVERRIDE-AMOUNT < PRICE
                   COMPUTE OVERRIDE-CONCESSION =
                       PRICE - OVERRIDE-AMOUNT
               END-IF
               SET AQ-PRICE-OVERRIDE TO TRUE
               MOVE OVERRIDE-OPERATOR TO AQ-AUTHORIZER
               MOVE OVERRIDE-CONCESSION TO AQ-AMOUNT
               PERFORM CHECK-AUTHORITY
               IF AQ-GRANTED
                   SET OVERRIDE-DETAILS-OK TO TRUE
               END-IF
           END-IF.

      * The caller sets the action, the authorizer and the amount;
      * AUTHORIZE-ACTION judges the role and logs the decision, and
      * a refusal says why.
       CHECK-AUTHORITY.
           MOVE OPERATOR-INITIALS TO AQ-REQUESTER.
           MOVE 'RENT-MOVIE' TO AQ-PROGRAM.
           MOVE STORE-ID TO AQ-STORE-ID.
           CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST.
           MOVE AQ-LIMIT TO DISPLAY-LIMIT.
           EVALUATE TRUE
               WHEN AQ-GRANTED
                   CONTINUE
               WHEN AQ-NOT-ON-FILE
                   DISPLAY 'Authorizing initials not on the '
                       'operator file'
               WHEN AQ-ROLE-TOO-LOW
                   DISPLAY 'Authorizing operator''s role cannot '
                       'sign this off'
               WHEN AQ-OVER-LIMIT
                   DISPLAY 'Over the authorizing operator''s $'
                       FUNCTION TRIM(DISPLAY-LIMIT) ' limit'
           END-EVALUATE.

       WRITE-QUOTE-REVERSAL.
           MOVE IMDB-ID TO AUDIT-IMDB-ID.
           MOVE AUDIT-TIER-WORK TO AUDIT-TIER-CODE.
           MOVE AUDIT-TIER-WORK TO AUDIT-TIER-CODE.
           MOVE OVERRIDE-AMOUNT TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           MOVE AUDIT-TIMESTAMP TO CHARGE-STAMP.
           SET AUDIT-OVERRIDE TO TRUE.
           MOVE OVERRIDE-REASON TO AUDIT-REASON-CODE.
           MOVE OVERRIDE-OPERATOR TO AUDIT-OPERATOR.
      * key on it.
       APPEND-AUDIT-ENTRY.
           MOVE STORE-ID TO AUDIT-STORE-ID.
           MOVE AUDIT-REF-WORK TO AUDIT-REF-STAMP.
           OPEN EXTEND PRICE-AUDIT-FILE.
           IF AUDIT-FS = '35'
               OPEN OUTPUT PRICE-AUDIT-FILE
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

       WRITE-HOLD-RECORD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           SET HOLD-WAITING TO TRUE.
           MOVE SPACES TO HOLD-STORE-ID.
           MOVE OPERATOR-INITIALS TO HOLD-OPERATOR.
           MOVE SPACE TO HOLD-FORMAT.
           WRITE HOLD-RECORD.
           DISPLAY 'Hold placed for member ' MEMBER-ID ' on '
               MOVIE-TITLE OF MOVIE-RECORD.
       TAKE-COPY-FROM-STORE.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'No store-inventory row for ' STORE-ID
           SET RENTAL-OPEN TO TRUE.
           MOVE STORE-ID TO RENTAL-STORE-ID.
           MOVE OPERATOR-INITIALS TO RENTAL-OPERATOR.
           MOVE SPACE TO RENTAL-RETURN-FLAG.
           MOVE SCANNED-BARCODE TO RENTAL-COPY-BARCODE.
           MOVE MEDIA-FORMAT TO RENTAL-FORMAT.
           MOVE 0 TO RENTAL-RENEWAL-COUNT.
           WRITE RENTAL-RECORD.
           DISPLAY 'Due back ' RENTAL-DUE-DATE ' ('
               RENTAL-PERIOD-DAYS '-day loan)'.
                   END-IF
           END-READ.

       LOAD-CERT-AGES.
           MOVE 'N' TO CERT-EOF-SW.
           OPEN INPUT CERT-REF-FILE.
           IF CERT-FS = '00'
               PERFORM LOAD-ONE-CERT-ROW UNTIL CERT-EOF
               CLOSE CERT-REF-FILE
           END-IF.
           IF CERT-ROW-COUNT = 0
               PERFORM LOAD-DEFAULT-CERT-ROW
                   VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > 9
               MOVE 9 TO CERT-ROW-COUNT
           END-IF.

       LOAD-ONE-CERT-ROW.
           READ CERT-REF-FILE
               AT END
                   SET CERT-EOF TO TRUE
               NOT AT END
                   IF CERT-ROW-COUNT < 20
                       ADD 1 TO CERT-ROW-COUNT
                       MOVE CERT-CODE
                           TO SLOT-CERT-CODE (CERT-ROW-COUNT)
                       MOVE CERT-MIN-AGE
                           TO SLOT-CERT-AGE (CERT-ROW-COUNT)
                   END-IF
           END-READ.

       LOAD-DEFAULT-CERT-ROW.
           MOVE DEFAULT-CERT-SLOT (CERT-IDX) TO CERT-SLOT (CERT-IDX).

      * No series file, or no bundle rules, and every basket simply
      * prices title by title as it always did.
       LOAD-SERIES.
           MOVE 'N' TO SERIES-EOF-SW.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FS = '00'
               PERFORM LOAD-ONE-SERIES-ROW UNTIL SERIES-EOF
               CLOSE SERIES-FILE
           END-IF.

       LOAD-ONE-SERIES-ROW.
           READ SERIES-FILE
               AT END
                   SET SERIES-EOF TO TRUE
               NOT AT END
                   IF SERIES-ROW-COUNT < 500
                       AND SR-SERIES-ID NOT = SPACES
                           ADD 1 TO SERIES-ROW-COUNT
                           MOVE SR-SERIES-ID
                               TO SLOT-SERIES-ID (SERIES-ROW-COUNT)
                           MOVE SR-IMDB-ID TO
                               SLOT-SERIES-IMDB-ID (SERIES-ROW-COUNT)
                           MOVE SR-SERIES-NAME
                               TO SLOT-SERIES-NAME (SERIES-ROW-COUNT)
                   END-IF
           END-READ.

      * Only rules that can pay out are kept - a flat-price set of
      * fewer than two titles or a zero percent is a typo, not a
      * deal.
       LOAD-BUNDLE-RULES.
           MOVE 'N' TO BUNDLE-EOF-SW.
           OPEN INPUT BUNDLE-RULE-FILE.
           IF BUNDLE-FS = '00'
               PERFORM LOAD-ONE-BUNDLE-ROW UNTIL BUNDLE-EOF
               CLOSE BUNDLE-RULE-FILE
           END-IF.

       LOAD-ONE-BUNDLE-ROW.
           READ BUNDLE-RULE-FILE
               AT END
                   SET BUNDLE-EOF TO TRUE
               NOT AT END
                   IF BUNDLE-ROW-COUNT < 50
                       AND ((BR-FLAT-PRICE AND BR-QUANTITY > 1)
                           OR (BR-PERCENT-OFF AND BR-PERCENT > 0))
                           PERFORM KEEP-BUNDLE-ROW
                   END-IF
           END-READ.

       KEEP-BUNDLE-ROW.
           ADD 1 TO BUNDLE-ROW-COUNT.
           MOVE BR-SERIES-ID TO SLOT-BUNDLE-SERIES (BUNDLE-ROW-COUNT).
           MOVE BR-RULE-TYPE TO SLOT-BUNDLE-TYPE (BUNDLE-ROW-COUNT).
           MOVE BR-QUANTITY TO SLOT-BUNDLE-QTY (BUNDLE-ROW-COUNT).
           MOVE BR-FLAT-PRICE-AMOUNT
               TO SLOT-BUNDLE-PRICE (BUNDLE-ROW-COUNT).
           MOVE BR-PERCENT TO SLOT-BUNDLE-PCT (BUNDLE-ROW-COUNT).
           MOVE BR-START-DATE TO SLOT-BUNDLE-START (BUNDLE-ROW-COUNT).
           MOVE BR-END-DATE TO SLOT-BUNDLE-END (BUNDLE-ROW-COUNT).

       FIND-TITLE-SERIES.
           MOVE 0 TO BK-SERIES-AT (BASKET-COUNT).
           PERFORM MATCH-TITLE-SERIES
               VARYING SERIES-IDX FROM 1 BY 1
               UNTIL SERIES-IDX > SERIES-ROW-COUNT
                   OR BK-SERIES-AT (BASKET-COUNT) > 0.

       MATCH-TITLE-SERIES.
           IF SLOT-SERIES-IMDB-ID (SERIES-IDX) = IMDB-ID
               MOVE SERIES-IDX TO BK-SERIES-AT (BASKET-COUNT)
           END-IF.

      * Each series in the basket is weighed once, from its first
      * line: every line of that series is ticked off as it is
      * looked at, so the later lines don't start it again.  A line
      * with no money on it can't be discounted and is left out of
      * the bundle.
       WEIGH-SERIES-BUNDLES.
           PERFORM WEIGH-ONE-SERIES
               VARYING BASKET-IDX FROM 1 BY 1
               UNTIL BASKET-IDX > BASKET-COUNT.

       WEIGH-ONE-SERIES.
           IF BK-SERIES-AT (BASKET-IDX) > 0
               AND NOT BK-BUNDLE-WEIGHED (BASKET-IDX)
                   MOVE BK-SERIES-AT (BASKET-IDX) TO WEIGH-SERIES-AT
                   PERFORM FIND-BUNDLE-RULE
                   MOVE 0 TO SERIES-SEEN-COUNT
                   MOVE 0 TO SERIES-SAVING
                   MOVE 0 TO GROUP-COUNT
                   MOVE 0 TO GROUP-AMOUNT
                   PERFORM WEIGH-SERIES-LINE
                       VARYING WEIGH-IDX FROM BASKET-IDX BY 1
                       UNTIL WEIGH-IDX > BASKET-COUNT
                   IF SERIES-SAVING > 0
                       PERFORM KEEP-SERIES-SAVING
                   END-IF
           END-IF.

      * The rule in force today for the series - where two overlap,
      * the later start wins.
       FIND-BUNDLE-RULE.
           MOVE 0 TO BUNDLE-RULE-AT.
           MOVE 0 TO BEST-BUNDLE-START.
           PERFORM MATCH-BUNDLE-RULE
               VARYING BUNDLE-IDX FROM 1 BY 1
               UNTIL BUNDLE-IDX > BUNDLE-ROW-COUNT.

       MATCH-BUNDLE-RULE.
           IF SLOT-BUNDLE-SERIES (BUNDLE-IDX)
                   = SLOT-SERIES-ID (WEIGH-SERIES-AT)
               AND SLOT-BUNDLE-START (BUNDLE-IDX) <= TODAY-DATE
               AND SLOT-BUNDLE-START (BUNDLE-IDX) >= BEST-BUNDLE-START
               AND (SLOT-BUNDLE-END (BUNDLE-IDX) = 0
                   OR SLOT-BUNDLE-END (BUNDLE-IDX) >= TODAY-DATE)
                       MOVE BUNDLE-IDX TO BUNDLE-RULE-AT
                       MOVE SLOT-BUNDLE-START (BUNDLE-IDX)
                           TO BEST-BUNDLE-START
           END-IF.

       WEIGH-SERIES-LINE.
           IF BK-SERIES-AT (WEIGH-IDX) > 0
               AND SLOT-SERIES-ID (BK-SERIES-AT (WEIGH-IDX))
                   = SLOT-SERIES-ID (WEIGH-SERIES-AT)
                       SET BK-BUNDLE-WEIGHED (WEIGH-IDX) TO TRUE
                       IF BUNDLE-RULE-AT > 0
                           AND BK-AMOUNT (WEIGH-IDX) > 0
                               MOVE SLOT-BUNDLE-TYPE (BUNDLE-RULE-AT)
                                   TO BK-RULE-TYPE (WEIGH-IDX)
                               PERFORM APPLY-BUNDLE-RULE
                       END-IF
           END-IF.

      * Percent rules discount every line after the series' first;
      * flat-price rules collect lines into sets of the rule's size
      * and settle each set as it fills.
       APPLY-BUNDLE-RULE.
           IF SLOT-BUNDLE-TYPE (BUNDLE-RULE-AT) = 'P'
               ADD 1 TO SERIES-SEEN-COUNT
               IF SERIES-SEEN-COUNT > 1
                   COMPUTE BK-DISCOUNT (WEIGH-IDX) ROUNDED =
                       BK-AMOUNT (WEIGH-IDX)
                       * SLOT-BUNDLE-PCT (BUNDLE-RULE-AT) / 100
                   ADD BK-DISCOUNT (WEIGH-IDX) TO SERIES-SAVING
               END-IF
           ELSE
               ADD 1 TO GROUP-COUNT
               MOVE WEIGH-IDX TO GROUP-LINE (GROUP-COUNT)
               ADD BK-AMOUNT (WEIGH-IDX) TO GROUP-AMOUNT
               IF GROUP-COUNT = SLOT-BUNDLE-QTY (BUNDLE-RULE-AT)
                   PERFORM SETTLE-FLAT-BUNDLE
                   MOVE 0 TO GROUP-COUNT
                   MOVE 0 TO GROUP-AMOUNT
               END-IF
           END-IF.

      * A set already cheaper than the bundle price saves nothing.
      * The saving is shared across the set in proportion to each
      * title's charge, the last title taking the odd cent so the
      * shares add back to the saving exactly.
       SETTLE-FLAT-BUNDLE.
           IF GROUP-AMOUNT > SLOT-BUNDLE-PRICE (BUNDLE-RULE-AT)
               COMPUTE GROUP-SAVING =
                   GROUP-AMOUNT - SLOT-BUNDLE-PRICE (BUNDLE-RULE-AT)
               MOVE 0 TO GROUP-SHARED
               PERFORM SHARE-FLAT-SAVING
                   VARYING GROUP-IDX FROM 1 BY 1
                   UNTIL GROUP-IDX >= GROUP-COUNT
               COMPUTE BK-DISCOUNT (GROUP-LINE (GROUP-COUNT)) =
                   GROUP-SAVING - GROUP-SHARED
               ADD GROUP-SAVING TO SERIES-SAVING
           END-IF.

       SHARE-FLAT-SAVING.
           COMPUTE BK-DISCOUNT (GROUP-LINE (GROUP-IDX)) ROUNDED =
               BK-AMOUNT (GROUP-LINE (GROUP-IDX))
               * GROUP-SAVING / GROUP-AMOUNT.
           ADD BK-DISCOUNT (GROUP-LINE (GROUP-IDX)) TO GROUP-SHARED.

      * The saving comes off the visit, and the tax the counter
      * already charged on it comes off with it - title by title,
      * at the rate each title was taxed at, so a later refund of
      * one title works the same figures back out.
       KEEP-SERIES-SAVING.
           IF SAVING-COUNT < 20
               ADD 1 TO SAVING-COUNT
               MOVE SLOT-SERIES-NAME (WEIGH-SERIES-AT)
                   TO SV-SERIES-NAME (SAVING-COUNT)
               MOVE SLOT-BUNDLE-TYPE (BUNDLE-RULE-AT)
                   TO SV-RULE-TYPE (SAVING-COUNT)
               MOVE SLOT-BUNDLE-QTY (BUNDLE-RULE-AT)
                   TO SV-QUANTITY (SAVING-COUNT)
               MOVE SLOT-BUNDLE-PRICE (BUNDLE-RULE-AT)
                   TO SV-PRICE (SAVING-COUNT)
               MOVE SLOT-BUNDLE-PCT (BUNDLE-RULE-AT)
                   TO SV-PERCENT (SAVING-COUNT)
               MOVE SERIES-SAVING TO SV-AMOUNT (SAVING-COUNT)
           END-IF.
           ADD SERIES-SAVING TO VISIT-BUNDLE-TOTAL.
           PERFORM TAX-BACK-BUNDLE-LINE
               VARYING WEIGH-IDX FROM BASKET-IDX BY 1
               UNTIL WEIGH-IDX > BASKET-COUNT.

       TAX-BACK-BUNDLE-LINE.
           IF BK-DISCOUNT (WEIGH-IDX) > 0
               AND BK-DISCOUNT-TAX (WEIGH-IDX) = 0
               AND STORE-TAX-RATE > 0
                   COMPUTE BK-DISCOUNT-TAX (WEIGH-IDX) ROUNDED =
                       BK-DISCOUNT (WEIGH-IDX) * STORE-TAX-RATE / 100
                   SUBTRACT BK-DISCOUNT-TAX (WEIGH-IDX)
                       FROM VISIT-TAX-TOTAL
           END-IF.

      * Each title's share lands on the trail as its own bundle
      * entry, with the tax it took off behind it, both under the
      * stamp of the line's own charge entry and the bundle rule's
      * letter - REFUND-CHARGE ties the share to that charge alone.
       WRITE-BUNDLE-ENTRIES.
           IF BK-DISCOUNT (BASKET-IDX) > 0
               MOVE BK-CHARGE-STAMP (BASKET-IDX) TO AUDIT-REF-WORK
               MOVE BK-IMDB-ID (BASKET-IDX) TO AUDIT-IMDB-ID
               MOVE BK-TIER (BASKET-IDX) (1:1) TO AUDIT-TIER-CODE
               MOVE BK-DISCOUNT (BASKET-IDX) TO AUDIT-PRICE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               SET AUDIT-BUNDLE-DISCOUNT TO TRUE
               MOVE BK-RULE-TYPE (BASKET-IDX) TO AUDIT-REASON-CODE
               MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR
               PERFORM APPEND-AUDIT-ENTRY
               IF BK-DISCOUNT-TAX (BASKET-IDX) > 0
                   MOVE BK-IMDB-ID (BASKET-IDX) TO AUDIT-IMDB-ID
                   MOVE SPACES TO AUDIT-TIER-CODE
                   MOVE BK-DISCOUNT-TAX (BASKET-IDX) TO AUDIT-PRICE
                   MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
                   SET AUDIT-TAX-REFUND TO TRUE
                   MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR
                   PERFORM APPEND-AUDIT-ENTRY
               END-IF
               MOVE SPACES TO AUDIT-REF-WORK
           END-IF.

       END PROGRAM RENT-MOVIE.
