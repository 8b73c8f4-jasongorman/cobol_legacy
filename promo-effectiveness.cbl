       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-EFFECTIVENESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO "promotions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROMO-FS.

           SELECT PROMO-JOURNAL-FILE ASSIGN TO "promo-redemptions.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROMO-JOURNAL-FS.

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
       FD PROMO-FILE.
           01 PROMO-RECORD.
               COPY 'promo-record.cpy'.

       FD PROMO-JOURNAL-FILE.
           01 PROMO-JOURNAL-RECORD.
               COPY 'promo-redemption-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
           01 PROMO-FS               PIC 9(02).
           01 PROMO-JOURNAL-FS       PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 PROMO-EOF-SW           PIC X(01) VALUE 'N'.
               88  PROMO-EOF             VALUE 'Y'.
           01 JOURNAL-EOF-SW         PIC X(01) VALUE 'N'.
               88  JOURNAL-EOF           VALUE 'Y'.
           01 LEDGER-EOF-SW          PIC X(01) VALUE 'N'.
               88  LEDGER-EOF            VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 WANTED-PROMO-ID        PIC X(08) VALUE SPACES.
           01 LAPSED-DAYS            PIC 9(03) VALUE 90.

      * One row per promotion being judged, with its window and
      * the same-length window just before it worked out up front.
      * A promotion still running is judged to today, so both
      * windows stay the same length; one not yet started has
      * nothing to judge and is listed as such.
           01 PROMO-COUNT            PIC 9(03) VALUE 0 COMP.
           01 PROMO-IDX              PIC 9(03) VALUE 0 COMP.
           01 PROMO-AT               PIC 9(03) VALUE 0 COMP.
           01 PROMO-FOUND-SW         PIC X(01).
               88  PROMO-FOUND           VALUE 'Y'.
           01 PROMO-TABLE.
               02  PROMO-ENTRY OCCURS 100 TIMES.
                   03  PE-PROMO-ID         PIC X(08).
                   03  PE-SCOPE            PIC X(01).
                   03  PE-MATCH            PIC X(12).
                   03  PE-TYPE             PIC X(01).
                   03  PE-VALUE            PIC 9(2)V9(2).
                   03  PE-START            PIC 9(08).
                   03  PE-END              PIC 9(08).
                   03  PE-JUDGED-TO        PIC 9(08).
                   03  PE-BEFORE-FROM      PIC 9(08).
                   03  PE-BEFORE-TO        PIC 9(08).
                   03  PE-STATE-SW         PIC X(01).
                       88  PE-JUDGED           VALUE 'J'.
                       88  PE-NOT-STARTED      VALUE 'N'.
                       88  PE-BAD-DATES        VALUE 'X'.
                   03  PE-REDEMPTIONS      PIC 9(06).
                   03  PE-OUT-OF-RANGE     PIC 9(06).
                   03  PE-DISCOUNT         PIC 9(7)V9(2).
                   03  PE-NET-REVENUE      PIC 9(7)V9(2).
                   03  PE-RENTALS-DURING   PIC 9(06).
                   03  PE-RENTALS-BEFORE   PIC 9(06).
                   03  PE-MEMBERS          PIC 9(05).
                   03  PE-NEW-OR-LAPSED    PIC 9(05).
                   03  PE-WALK-INS         PIC 9(05).
           01 GENRE-NEEDED-SW        PIC X(01) VALUE 'N'.
               88  GENRE-NEEDED          VALUE 'Y'.
           01 DAYS-RUN               PIC 9(05).
           01 JOURNAL-DATE           PIC 9(08).
           01 UNKNOWN-PROMO-LINES    PIC 9(06) VALUE 0.

      * Every member who redeemed a promotion, once per promotion,
      * with the day of their first redemption of it.  A rental on
      * the ledger or an archive in the days before that clears the
      * member as a regular; those never cleared came in new or
      * came back for the promotion.
           01 REDEEMER-COUNT         PIC 9(04) VALUE 0 COMP.
           01 REDEEMER-IDX           PIC 9(04) VALUE 0 COMP.
           01 REDEEMER-FOUND-SW      PIC X(01).
               88  REDEEMER-FOUND        VALUE 'Y'.
           01 REDEEMER-FULL-SW       PIC X(01) VALUE 'N'.
               88  REDEEMER-TABLE-FULL   VALUE 'Y'.
           01 REDEEMER-TABLE.
               02  REDEEMER-ENTRY OCCURS 5000 TIMES.
                   03  RD-PROMO-AT         PIC 9(03) COMP.
                   03  RD-MEMBER-ID        PIC X(10).
                   03  RD-FIRST-DATE       PIC 9(08).
                   03  RD-LOOK-FROM        PIC 9(08).
                   03  RD-REGULAR-SW       PIC X(01).
                       88  RD-REGULAR          VALUE 'Y'.

      * Genre by title, looked up through READ-MOVIE once per
      * title seen on the rentals - only when a genre promotion is
      * being judged.  A title gone from the catalog has no genre
      * and counts toward no genre promotion.
           01 GENRE-COUNT            PIC 9(04) VALUE 0 COMP.
           01 GENRE-IDX              PIC 9(04) VALUE 0 COMP.
           01 GENRE-AT               PIC 9(04) VALUE 0 COMP.
           01 GENRE-CACHE.
               02  GENRE-SLOT OCCURS 3000 TIMES.
                   03  GC-IMDB-ID          PIC X(10).
                   03  GC-GENRE            PIC X(12).
           01 LOOKUP-IMDB-ID         PIC X(10).
           01 LOOKUP-MOVIE-RECORD.
               COPY 'movie-record.cpy'.
           01 LOOKUP-STATUS.
               COPY 'movie-lookup-status.cpy'.

      * The rental being tallied, off either the ledger or an
      * archive month.
           01 SEARCH-IMDB-ID         PIC X(10).
           01 SEARCH-MEMBER-ID       PIC X(10).
           01 SEARCH-DATE            PIC 9(08).
           01 SEARCH-GENRE           PIC X(12).
           01 IN-SCOPE-SW            PIC X(01).
               88  IN-SCOPE              VALUE 'Y'.

      * The rental walk reaches back to the earliest day any
      * promotion's before window or any redeemer's look-back
      * needs, over the per-month rentals-archive files
      * ARCHIVE-RENTALS cuts.  A missing month never left the
      * live ledger.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-EOF-SW         PIC X(01).
               88  ARCHIVE-EOF           VALUE 'Y'.
           01 ARCHIVE-RENTAL.
               COPY 'rental-record.cpy'.
           01 EARLIEST-DATE          PIC 9(08) VALUE 99999999.
           01 WALK-MONTH             PIC 9(06).
           01 WALK-YEAR              PIC 9(04).
           01 WALK-MM                PIC 9(02).
           01 LAST-MONTH-WANTED      PIC 9(06).
           01 MONTHS-WALKED          PIC 9(03).

           01 DISPLAY-VALUE          PIC Z9.99.
           01 DISPLAY-MONEY          PIC Z(6)9.99.
           01 DISPLAY-COUNT          PIC Z(5)9.
           01 DISPLAY-CHANGE         PIC -(5)9.
           01 RENTAL-CHANGE          PIC S9(06).
           01 CHANGE-PERCENT         PIC S9(05).
           01 DISPLAY-PERCENT        PIC -(4)9.
           01 SCOPE-TEXT             PIC X(30).
           01 OFFER-TEXT             PIC X(20).
       PROCEDURE DIVISION.
      * Whether a promotion earned its keep.  For each promotion on
      * promotions.dat - or the one asked for - the redemptions
      * PRICE-MOVIE journalled inside its date range, the discount
      * given away and the revenue taken after it; the rentals of
      * the titles it covered (the one title, the genre, or all of
      * them) during the promotion against the same number of days
      * just before it; and how many of the members who redeemed
      * it had not rented at all in the 90 days before their first
      * redemption - the business the promotion actually brought
      * in, as against a discount handed to regulars.  Read-only.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Promotion ID (blank for every promotion): '.
           ACCEPT WANTED-PROMO-ID.

           OPEN INPUT PROMO-FILE.
           IF PROMO-FS NOT = '00'
               DISPLAY 'No promotions on file'
               STOP RUN
           END-IF.
           PERFORM LOAD-PROMO-ROW UNTIL PROMO-EOF.
           CLOSE PROMO-FILE.
           IF PROMO-COUNT = 0
               IF WANTED-PROMO-ID = SPACES
                   DISPLAY 'No promotions on file'
               ELSE
                   DISPLAY 'Promotion ' WANTED-PROMO-ID
                       ' is not on file'
               END-IF
               STOP RUN
           END-IF.

           OPEN INPUT PROMO-JOURNAL-FILE.
           IF PROMO-JOURNAL-FS = '00'
               PERFORM TALLY-JOURNAL-LINE UNTIL JOURNAL-EOF
               CLOSE PROMO-JOURNAL-FILE
           ELSE
               DISPLAY 'No redemption journal - no promotion has '
                   'been applied yet'
           END-IF.

           PERFORM FIND-EARLIEST-DATE
               VARYING REDEEMER-IDX FROM 1 BY 1
               UNTIL REDEEMER-IDX > REDEEMER-COUNT.
           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               PERFORM TALLY-LEDGER-RECORD UNTIL LEDGER-EOF
               CLOSE RENTAL-FILE
           END-IF.
           IF EARLIEST-DATE NOT = 99999999
               PERFORM TALLY-ARCHIVED-MONTHS
           END-IF.

           PERFORM COUNT-REDEEMER
               VARYING REDEEMER-IDX FROM 1 BY 1
               UNTIL REDEEMER-IDX > REDEEMER-COUNT.

           DISPLAY 'Promotion effectiveness as at ' TODAY-DATE.
           DISPLAY '------------------------------------------'.
           PERFORM PRINT-PROMOTION
               VARYING PROMO-IDX FROM 1 BY 1
               UNTIL PROMO-IDX > PROMO-COUNT.
           DISPLAY '------------------------------------------'.
           IF UNKNOWN-PROMO-LINES > 0
               DISPLAY 'Journal lines for promotions no longer on '
                   'file: ' UNKNOWN-PROMO-LINES
           END-IF.
           IF REDEEMER-TABLE-FULL
               DISPLAY 'WARNING - more than 5000 redeeming members; '
                   'new-member counts are short'
           END-IF.
           STOP RUN.

       LOAD-PROMO-ROW.
           READ PROMO-FILE
               AT END
                   SET PROMO-EOF TO TRUE
               NOT AT END
                   IF WANTED-PROMO-ID = SPACES
                       OR PROMO-ID = WANTED-PROMO-ID
                           PERFORM ADD-PROMO-ENTRY
                   END-IF
           END-READ.

       ADD-PROMO-ENTRY.
           IF PROMO-COUNT < 100
               ADD 1 TO PROMO-COUNT
               INITIALIZE PROMO-ENTRY (PROMO-COUNT)
               MOVE PROMO-ID TO PE-PROMO-ID (PROMO-COUNT)
               MOVE PROMO-SCOPE TO PE-SCOPE (PROMO-COUNT)
               MOVE PROMO-MATCH-VALUE TO PE-MATCH (PROMO-COUNT)
               MOVE PROMO-TYPE TO PE-TYPE (PROMO-COUNT)
               MOVE PROMO-VALUE TO PE-VALUE (PROMO-COUNT)
               MOVE PROMO-START-DATE TO PE-START (PROMO-COUNT)
               MOVE PROMO-END-DATE TO PE-END (PROMO-COUNT)
               PERFORM SET-PROMO-WINDOWS
           ELSE
               DISPLAY 'WARNING - more than 100 promotions on '
                   'file; the excess are not reported'
               SET PROMO-EOF TO TRUE
           END-IF.

      * The before window is the same number of days as the part
      * of the promotion that has run, ending the day before it
      * started.
       SET-PROMO-WINDOWS.
           EVALUATE TRUE
               WHEN PROMO-START-DATE NOT NUMERIC
                   OR PROMO-END-DATE NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(PROMO-START-DATE)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(PROMO-END-DATE)
                       NOT = 0
                   OR PROMO-END-DATE < PROMO-START-DATE
                       SET PE-BAD-DATES (PROMO-COUNT) TO TRUE
               WHEN PROMO-START-DATE > TODAY-DATE
                   SET PE-NOT-STARTED (PROMO-COUNT) TO TRUE
               WHEN OTHER
                   SET PE-JUDGED (PROMO-COUNT) TO TRUE
                   IF PROMO-END-DATE > TODAY-DATE
                       MOVE TODAY-DATE TO PE-JUDGED-TO (PROMO-COUNT)
                   ELSE
                       MOVE PROMO-END-DATE
                           TO PE-JUDGED-TO (PROMO-COUNT)
                   END-IF
                   COMPUTE DAYS-RUN =
                       FUNCTION INTEGER-OF-DATE(
                           PE-JUDGED-TO (PROMO-COUNT))
                       - FUNCTION INTEGER-OF-DATE(PROMO-START-DATE)
                       + 1
                   COMPUTE PE-BEFORE-TO (PROMO-COUNT) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(PROMO-START-DATE)
                           - 1)
                   COMPUTE PE-BEFORE-FROM (PROMO-COUNT) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(PROMO-START-DATE)
                           - DAYS-RUN)
                   IF PE-BEFORE-FROM (PROMO-COUNT) < EARLIEST-DATE
                       MOVE PE-BEFORE-FROM (PROMO-COUNT)
                           TO EARLIEST-DATE
                   END-IF
                   IF PROMO-GENRE-SCOPE
                       SET GENRE-NEEDED TO TRUE
                   END-IF
           END-EVALUATE.

      * A journal line counts toward its promotion only inside the
      * promotion's dates - the same ID reused for a later run is
      * a later promotion.  Discount is the price before the
      * promotion less the price charged; net revenue is the price
      * charged.
       TALLY-JOURNAL-LINE.
           READ PROMO-JOURNAL-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
               NOT AT END
                   PERFORM SIFT-JOURNAL-LINE
           END-READ.

       SIFT-JOURNAL-LINE.
           MOVE 'N' TO PROMO-FOUND-SW.
           MOVE 0 TO PROMO-AT.
           PERFORM MATCH-JOURNAL-PROMO
               VARYING PROMO-IDX FROM 1 BY 1
               UNTIL PROMO-IDX > PROMO-COUNT OR PROMO-FOUND.
           IF PROMO-AT = 0
               IF WANTED-PROMO-ID = SPACES
                   ADD 1 TO UNKNOWN-PROMO-LINES
               END-IF
           ELSE
               IF PE-JUDGED (PROMO-AT)
                   AND PJ-TIMESTAMP (1:8) IS NUMERIC
                       MOVE PJ-TIMESTAMP (1:8) TO JOURNAL-DATE
                       PERFORM BOOK-REDEMPTION
               END-IF
           END-IF.

       MATCH-JOURNAL-PROMO.
           IF PE-PROMO-ID (PROMO-IDX) = PJ-PROMO-ID
               SET PROMO-FOUND TO TRUE
               MOVE PROMO-IDX TO PROMO-AT
           END-IF.

       BOOK-REDEMPTION.
           IF JOURNAL-DATE < PE-START (PROMO-AT)
               OR JOURNAL-DATE > PE-END (PROMO-AT)
                   ADD 1 TO PE-OUT-OF-RANGE (PROMO-AT)
           ELSE
               ADD 1 TO PE-REDEMPTIONS (PROMO-AT)
               IF PJ-PRICE-BEFORE > PJ-PRICE-AFTER
                   COMPUTE PE-DISCOUNT (PROMO-AT) =
                       PE-DISCOUNT (PROMO-AT)
                       + PJ-PRICE-BEFORE - PJ-PRICE-AFTER
               END-IF
               ADD PJ-PRICE-AFTER TO PE-NET-REVENUE (PROMO-AT)
               IF PJ-MEMBER-ID = SPACES
                   ADD 1 TO PE-WALK-INS (PROMO-AT)
               ELSE
                   PERFORM NOTE-REDEEMER
               END-IF
           END-IF.

       NOTE-REDEEMER.
           MOVE 'N' TO REDEEMER-FOUND-SW.
           PERFORM MATCH-REDEEMER
               VARYING REDEEMER-IDX FROM 1 BY 1
               UNTIL REDEEMER-IDX > REDEEMER-COUNT
                   OR REDEEMER-FOUND.
           IF NOT REDEEMER-FOUND
               IF REDEEMER-COUNT < 5000
                   ADD 1 TO REDEEMER-COUNT
                   MOVE PROMO-AT TO RD-PROMO-AT (REDEEMER-COUNT)
                   MOVE PJ-MEMBER-ID TO RD-MEMBER-ID (REDEEMER-COUNT)
                   MOVE JOURNAL-DATE TO RD-FIRST-DATE (REDEEMER-COUNT)
                   MOVE 'N' TO RD-REGULAR-SW (REDEEMER-COUNT)
               ELSE
                   SET REDEEMER-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      * The journal is in time order, so the first line kept for a
      * member is their first redemption.
       MATCH-REDEEMER.
           IF RD-PROMO-AT (REDEEMER-IDX) = PROMO-AT
               AND RD-MEMBER-ID (REDEEMER-IDX) = PJ-MEMBER-ID
                   SET REDEEMER-FOUND TO TRUE
                   IF JOURNAL-DATE < RD-FIRST-DATE (REDEEMER-IDX)
                       MOVE JOURNAL-DATE
                           TO RD-FIRST-DATE (REDEEMER-IDX)
                   END-IF
           END-IF.

       FIND-EARLIEST-DATE.
           COMPUTE RD-LOOK-FROM (REDEEMER-IDX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       RD-FIRST-DATE (REDEEMER-IDX))
                   - LAPSED-DAYS).
           IF RD-LOOK-FROM (REDEEMER-IDX) < EARLIEST-DATE
               MOVE RD-LOOK-FROM (REDEEMER-IDX) TO EARLIEST-DATE
           END-IF.

       TALLY-LEDGER-RECORD.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   MOVE RENTAL-IMDB-ID OF RENTAL-RECORD
                       TO SEARCH-IMDB-ID
                   MOVE RENTAL-MEMBER-ID OF RENTAL-RECORD
                       TO SEARCH-MEMBER-ID
                   MOVE RENTAL-DATE OF RENTAL-RECORD TO SEARCH-DATE
                   PERFORM TALLY-ONE-RENTAL
           END-READ.

       TALLY-ARCHIVED-MONTHS.
           MOVE TODAY-DATE (1:6) TO LAST-MONTH-WANTED.
           MOVE EARLIEST-DATE (1:4) TO WALK-YEAR.
           MOVE EARLIEST-DATE (5:2) TO WALK-MM.
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
                   MOVE RENTAL-MEMBER-ID OF ARCHIVE-RENTAL
                       TO SEARCH-MEMBER-ID
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
           IF SEARCH-DATE >= EARLIEST-DATE
               MOVE SPACES TO SEARCH-GENRE
               IF GENRE-NEEDED
                   PERFORM FETCH-RENTAL-GENRE
               END-IF
               PERFORM TALLY-PROMO-RENTAL
                   VARYING PROMO-IDX FROM 1 BY 1
                   UNTIL PROMO-IDX > PROMO-COUNT
               IF SEARCH-MEMBER-ID NOT = SPACES
                   PERFORM CLEAR-REGULAR
                       VARYING REDEEMER-IDX FROM 1 BY 1
                       UNTIL REDEEMER-IDX > REDEEMER-COUNT
               END-IF
           END-IF.

       FETCH-RENTAL-GENRE.
           MOVE 0 TO GENRE-AT.
           PERFORM MATCH-GENRE-SLOT
               VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > GENRE-COUNT OR GENRE-AT > 0.
           IF GENRE-AT > 0
               MOVE GC-GENRE (GENRE-AT) TO SEARCH-GENRE
           ELSE
               MOVE SEARCH-IMDB-ID TO LOOKUP-IMDB-ID
               CALL 'READ-MOVIE' USING LOOKUP-IMDB-ID,
                   LOOKUP-MOVIE-RECORD, LOOKUP-STATUS
               IF MOVIE-FOUND
                   MOVE MOVIE-GENRE OF LOOKUP-MOVIE-RECORD
                       TO SEARCH-GENRE
               END-IF
               IF GENRE-COUNT < 3000
                   ADD 1 TO GENRE-COUNT
                   MOVE SEARCH-IMDB-ID TO GC-IMDB-ID (GENRE-COUNT)
                   MOVE SEARCH-GENRE TO GC-GENRE (GENRE-COUNT)
               END-IF
           END-IF.

       MATCH-GENRE-SLOT.
           IF GC-IMDB-ID (GENRE-IDX) = SEARCH-IMDB-ID
               MOVE GENRE-IDX TO GENRE-AT
           END-IF.

       TALLY-PROMO-RENTAL.
           IF PE-JUDGED (PROMO-IDX)
               MOVE 'N' TO IN-SCOPE-SW
               EVALUATE PE-SCOPE (PROMO-IDX)
                   WHEN 'A'
                       SET IN-SCOPE TO TRUE
                   WHEN 'T'
                       IF PE-MATCH (PROMO-IDX) (1:10) = SEARCH-IMDB-ID
                           SET IN-SCOPE TO TRUE
                       END-IF
                   WHEN 'G'
                       IF PE-MATCH (PROMO-IDX) = SEARCH-GENRE
                           AND SEARCH-GENRE NOT = SPACES
                               SET IN-SCOPE TO TRUE
                       END-IF
               END-EVALUATE
               IF IN-SCOPE
                   PERFORM PLACE-PROMO-RENTAL
               END-IF
           END-IF.

       PLACE-PROMO-RENTAL.
           IF SEARCH-DATE >= PE-START (PROMO-IDX)
               AND SEARCH-DATE <= PE-JUDGED-TO (PROMO-IDX)
                   ADD 1 TO PE-RENTALS-DURING (PROMO-IDX)
           END-IF.
           IF SEARCH-DATE >= PE-BEFORE-FROM (PROMO-IDX)
               AND SEARCH-DATE <= PE-BEFORE-TO (PROMO-IDX)
                   ADD 1 TO PE-RENTALS-BEFORE (PROMO-IDX)
           END-IF.

      * Any rental at all in the look-back - not only in-scope
      * titles - makes the member a regular.
       CLEAR-REGULAR.
           IF RD-MEMBER-ID (REDEEMER-IDX) = SEARCH-MEMBER-ID
               AND SEARCH-DATE >= RD-LOOK-FROM (REDEEMER-IDX)
               AND SEARCH-DATE < RD-FIRST-DATE (REDEEMER-IDX)
                   SET RD-REGULAR (REDEEMER-IDX) TO TRUE
           END-IF.

       COUNT-REDEEMER.
           MOVE RD-PROMO-AT (REDEEMER-IDX) TO PROMO-AT.
           ADD 1 TO PE-MEMBERS (PROMO-AT).
           IF NOT RD-REGULAR (REDEEMER-IDX)
               ADD 1 TO PE-NEW-OR-LAPSED (PROMO-AT)
           END-IF.

       PRINT-PROMOTION.
           PERFORM DESCRIBE-PROMOTION.
           DISPLAY PE-PROMO-ID (PROMO-IDX) ' '
               FUNCTION TRIM(SCOPE-TEXT) ', '
               FUNCTION TRIM(OFFER-TEXT) ', '
               PE-START (PROMO-IDX) ' to ' PE-END (PROMO-IDX).
           EVALUATE TRUE
               WHEN PE-BAD-DATES (PROMO-IDX)
                   DISPLAY '    dates on file are not valid - '
                       'not judged'
               WHEN PE-NOT-STARTED (PROMO-IDX)
                   DISPLAY '    not started yet'
               WHEN OTHER
                   PERFORM PRINT-PROMOTION-FIGURES
           END-EVALUATE.

       DESCRIBE-PROMOTION.
           MOVE SPACES TO SCOPE-TEXT.
           EVALUATE PE-SCOPE (PROMO-IDX)
               WHEN 'T'
                   STRING 'title ' DELIMITED BY SIZE
                       PE-MATCH (PROMO-IDX) DELIMITED BY SPACE
                       INTO SCOPE-TEXT
               WHEN 'G'
                   STRING 'genre ' DELIMITED BY SIZE
                       PE-MATCH (PROMO-IDX) DELIMITED BY SPACE
                       INTO SCOPE-TEXT
               WHEN OTHER
                   MOVE 'every title' TO SCOPE-TEXT
           END-EVALUATE.
           MOVE SPACES TO OFFER-TEXT.
           MOVE PE-VALUE (PROMO-IDX) TO DISPLAY-VALUE.
           EVALUATE PE-TYPE (PROMO-IDX)
               WHEN 'P'
                   STRING FUNCTION TRIM(DISPLAY-VALUE)
                       DELIMITED BY SIZE
                       '% off' DELIMITED BY SIZE
                       INTO OFFER-TEXT
               WHEN 'M'
                   STRING '$' DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-VALUE)
                       DELIMITED BY SIZE
                       ' off' DELIMITED BY SIZE
                       INTO OFFER-TEXT
               WHEN OTHER
                   STRING 'flat $' DELIMITED BY SIZE
                       FUNCTION TRIM(DISPLAY-VALUE)
                       DELIMITED BY SIZE
                       INTO OFFER-TEXT
           END-EVALUATE.

       PRINT-PROMOTION-FIGURES.
           MOVE PE-REDEMPTIONS (PROMO-IDX) TO DISPLAY-COUNT.
           MOVE PE-DISCOUNT (PROMO-IDX) TO DISPLAY-MONEY.
           DISPLAY '    redemptions ' FUNCTION TRIM(DISPLAY-COUNT)
               '  discount given $' FUNCTION TRIM(DISPLAY-MONEY)
               WITH NO ADVANCING.
           MOVE PE-NET-REVENUE (PROMO-IDX) TO DISPLAY-MONEY.
           DISPLAY '  net revenue $' FUNCTION TRIM(DISPLAY-MONEY).
           IF PE-OUT-OF-RANGE (PROMO-IDX) > 0
               MOVE PE-OUT-OF-RANGE (PROMO-IDX) TO DISPLAY-COUNT
               DISPLAY '    (' FUNCTION TRIM(DISPLAY-COUNT)
                   ' journal lines outside its dates not counted)'
           END-IF.

           MOVE PE-RENTALS-DURING (PROMO-IDX) TO DISPLAY-COUNT.
           DISPLAY '    in-scope rentals ' PE-START (PROMO-IDX)
               '-' PE-JUDGED-TO (PROMO-IDX) ': '
               FUNCTION TRIM(DISPLAY-COUNT).
           MOVE PE-RENTALS-BEFORE (PROMO-IDX) TO DISPLAY-COUNT.
           COMPUTE RENTAL-CHANGE = PE-RENTALS-DURING (PROMO-IDX)
               - PE-RENTALS-BEFORE (PROMO-IDX).
           MOVE RENTAL-CHANGE TO DISPLAY-CHANGE.
           IF PE-RENTALS-BEFORE (PROMO-IDX) > 0
               COMPUTE CHANGE-PERCENT ROUNDED =
                   RENTAL-CHANGE * 100 / PE-RENTALS-BEFORE (PROMO-IDX)
               MOVE CHANGE-PERCENT TO DISPLAY-PERCENT
               DISPLAY '    in-scope rentals ' PE-BEFORE-FROM
                   (PROMO-IDX) '-' PE-BEFORE-TO (PROMO-IDX) ': '
                   FUNCTION TRIM(DISPLAY-COUNT) '  change '
                   FUNCTION TRIM(DISPLAY-CHANGE) ' ('
                   FUNCTION TRIM(DISPLAY-PERCENT) '%)'
           ELSE
               DISPLAY '    in-scope rentals ' PE-BEFORE-FROM
                   (PROMO-IDX) '-' PE-BEFORE-TO (PROMO-IDX) ': '
                   FUNCTION TRIM(DISPLAY-COUNT) '  change '
                   FUNCTION TRIM(DISPLAY-CHANGE)
           END-IF.

           MOVE PE-MEMBERS (PROMO-IDX) TO DISPLAY-COUNT.
           DISPLAY '    redeeming members ' FUNCTION TRIM(DISPLAY-COUNT)
               WITH NO ADVANCING.
           MOVE PE-NEW-OR-LAPSED (PROMO-IDX) TO DISPLAY-COUNT.
           DISPLAY ', of whom ' FUNCTION TRIM(DISPLAY-COUNT)
               ' had not rented in the previous ' LAPSED-DAYS
               ' days'.
           IF PE-WALK-INS (PROMO-IDX) > 0
               MOVE PE-WALK-INS (PROMO-IDX) TO DISPLAY-COUNT
               DISPLAY '    plus ' FUNCTION TRIM(DISPLAY-COUNT)
                   ' redemptions with no member keyed'
           END-IF.

       END PROGRAM PROMO-EFFECTIVENESS.
