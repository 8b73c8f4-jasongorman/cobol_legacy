       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAL-INTEGRITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT TRANSFER-FILE ASSIGN TO "stock-transfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS XFER-KEY
           FILE STATUS IS XFER-FS.

           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SI-KEY
           FILE STATUS IS STORE-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT EXCEPTIONS-FILE
           ASSIGN TO "rental-integrity-except.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPT-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD FEES-OWED-FILE.
           01 FEE-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD TRANSFER-FILE.
           01 TRANSFER-RECORD.
               COPY 'transfer-record.cpy'.

       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.

       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(80).

       FD EXCEPTIONS-FILE.
           01 EXCEPTION-LINE        PIC X(80).

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 FS                    PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 XFER-FS                PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 MEMBER-FS              PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 EXCEPT-FS              PIC 9(02).
           01 TODAY-DATE             PIC 9(08).
           01 TRANSIT-DAYS           PIC 9(04) VALUE 7.
           01 TRANSIT-CUTOFF         PIC 9(08) VALUE 0.
           01 RECORD-COUNT           PIC 9(06) VALUE 0.
           01 VIOLATION-COUNT        PIC 9(06) VALUE 0.
           01 RULE-CODE              PIC X(04).
           01 RULE-TEXT              PIC X(40).
           01 RULE-SUBJECT           PIC X(30).
           01 LEDGER-EOF-SW          PIC X(01).
               88  LEDGER-EOF            VALUE 'Y'.
           01 HOLD-EOF-SW            PIC X(01).
               88  HOLD-EOF              VALUE 'Y'.
           01 FEES-EOF-SW            PIC X(01).
               88  FEES-EOF              VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
           01 XFER-EOF-SW            PIC X(01).
               88  XFER-EOF              VALUE 'Y'.
           01 CATALOG-EOF-SW         PIC X(01).
               88  CATALOG-EOF           VALUE 'Y'.
           01 STORE-EOF-SW           PIC X(01).
               88  STORE-EOF             VALUE 'Y'.
           01 ARCHIVE-EOF-SW         PIC X(01).
               88  ARCHIVE-EOF           VALUE 'Y'.
           01 TITLE-FOUND-SW         PIC X(01).
               88  TITLE-FOUND           VALUE 'Y'.
           01 RENTAL-MATCH-SW        PIC X(01).
               88  RENTAL-MATCHED        VALUE 'Y'.
           01 MEMBER-OPEN-SW         PIC X(01) VALUE 'N'.
               88  MEMBER-FILE-OPEN      VALUE 'Y'.
           01 RENTALS-OPEN-SW        PIC X(01) VALUE 'N'.
               88  RENTALS-OPEN          VALUE 'Y'.
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
           01 FEE-OVERFLOW-SW        PIC X(01) VALUE 'N'.
               88  FEE-OVERFLOW          VALUE 'Y'.
           01 SEARCH-MEMBER-ID       PIC X(10).

      * Every assessed fee's member/title/date triple and type, the
      * key a settlement names its fee by.
           01 FEE-ROW-COUNT          PIC 9(04) VALUE 0 COMP.
           01 FEE-IDX                PIC 9(04) VALUE 0 COMP.
           01 FEE-AT                 PIC 9(04) VALUE 0 COMP.
           01 FEE-TRIPLE-CACHE.
               02  FEE-ROW OCCURS 5000 TIMES.
                   03  ROW-FEE-MEMBER-ID    PIC X(10).
                   03  ROW-FEE-IMDB-ID      PIC X(10).
                   03  ROW-FEE-DATE         PIC 9(08).
                   03  ROW-FEE-TYPE         PIC X(01).
           01 SETTLED-FEE-TYPE       PIC X(01).

           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-RENTAL.
               COPY 'rental-record.cpy'.
           01 WALK-MONTH             PIC 9(06).
           01 WALK-YEAR              PIC 9(04).
           01 WALK-MM                PIC 9(02).
           01 LAST-MONTH-WANTED      PIC 9(06).
           01 MONTHS-WALKED          PIC 9(03) VALUE 0 COMP.

           01 STORE-TOTAL            PIC 9(05) VALUE 0.
           01 STORE-ROWS             PIC 9(04) VALUE 0 COMP.
           01 SHOW-STORE-TOTAL       PIC Z(4)9.
           01 SHOW-CHAIN-TOTAL       PIC ZZ9.
           01 SHOW-DAYS              PIC Z(3)9.
       PROCEDURE DIVISION.
      * Nightly cross-file sweep of the rental side - CATALOG-
      * INTEGRITY checks each title's own fields, this checks that
      * the rentals ledger, the holds queue, the fee files, the
      * transfer journal and the per-store counts still agree with
      * the catalog, the membership file and each other.  Every
      * finding writes one exception line with a rule code, and any
      * finding at all ends the step at 4 - the ledger is still
      * usable, but the morning checks need to look.
      *
      *   R101  open rental for a member not on the membership file
      *   R102  open rental for a title not in the catalog
      *   R103  live hold on a retired title
      *   R104  live hold for a lapsed member
      *   R105  live hold for a member not on the membership file
      *   R106  fee with no rental behind it
      *   R107  settlement naming no assessed fee
      *   R108  transfer in transit past the age limit
      *   R109  a title's store counts don't add to its chain count
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY 'Flag transfers in transit longer than days '
               '(blank for 7): '.
           ACCEPT TRANSIT-DAYS.
           IF TRANSIT-DAYS = 0
               MOVE 7 TO TRANSIT-DAYS
           END-IF.
           COMPUTE TRANSIT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - TRANSIT-DAYS).

           OPEN INPUT MOVIE-FILE.
           IF FS NOT = '00'
               DISPLAY 'Cannot open catalog - rental integrity '
                   'check failed'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * An open rental or a live hold is checked against the
      * membership file by a keyed read apiece; with no membership
      * file at all the member rules are skipped, not fired on
      * every row.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               SET MEMBER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING - no membership file - member '
                   'rules skipped'
           END-IF.

           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               SET RENTALS-OPEN TO TRUE
               PERFORM CHECK-OPEN-RENTALS
           ELSE
               DISPLAY 'No rentals ledger - rental and fee rules '
                   'skipped'
           END-IF.

           PERFORM CHECK-HOLDS.

           IF RENTALS-OPEN
               PERFORM CHECK-FEES
               CLOSE RENTAL-FILE
           END-IF.

           IF FEE-OVERFLOW
               DISPLAY 'WARNING - fees file larger than the work '
                   'table - settlement rule skipped'
           ELSE
               PERFORM CHECK-SETTLEMENTS
           END-IF.

           PERFORM CHECK-TRANSFERS.
           PERFORM CHECK-STORE-COUNTS.
           CLOSE MOVIE-FILE.
           IF MEMBER-FILE-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF.

           DISPLAY 'Rental integrity: ' RECORD-COUNT
               ' records checked, ' VIOLATION-COUNT ' violations'.

           PERFORM WRITE-RUN-CONTROL.

           IF VIOLATION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-RUN-CONTROL.
           MOVE 'RENTAL-INTEGRITY' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORD-COUNT TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE VIOLATION-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       FIND-MEMBER.
           MOVE 'N' TO MEMBER-FOUND-SW.
           MOVE SEARCH-MEMBER-ID TO MS-MEMBER-ID.
           READ MEMBERSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MEMBER-FOUND TO TRUE
           END-READ.

       FIND-TITLE.
           MOVE 'N' TO TITLE-FOUND-SW.
           READ MOVIE-FILE KEY IS MOVIE-IMDB-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TITLE-FOUND TO TRUE
           END-READ.

      * Only OPEN rows are checked - a closed or lost rental is
      * history, and a member or title gone since it went out is
      * the merge or retirement working as meant.
       CHECK-OPEN-RENTALS.
           MOVE 'N' TO LEDGER-EOF-SW.
           PERFORM CHECK-ONE-RENTAL UNTIL LEDGER-EOF.

       CHECK-ONE-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   IF RENTAL-OPEN OF RENTAL-RECORD
                       PERFORM APPLY-RENTAL-RULES
                   END-IF
           END-READ.

       APPLY-RENTAL-RULES.
           MOVE SPACES TO RULE-SUBJECT.
           STRING RENTAL-IMDB-ID OF RENTAL-RECORD DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RENTAL-OUT-STAMP OF RENTAL-RECORD DELIMITED BY SIZE
               INTO RULE-SUBJECT.

           IF MEMBER-FILE-OPEN
               MOVE RENTAL-MEMBER-ID OF RENTAL-RECORD
                   TO SEARCH-MEMBER-ID
               PERFORM FIND-MEMBER
               IF NOT MEMBER-FOUND
                   MOVE 'R101' TO RULE-CODE
                   MOVE SPACES TO RULE-TEXT
                   STRING 'OPEN RENTAL, NO MEMBER ' DELIMITED BY SIZE
                       RENTAL-MEMBER-ID OF RENTAL-RECORD
                           DELIMITED BY SIZE
                       INTO RULE-TEXT
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

           MOVE RENTAL-IMDB-ID OF RENTAL-RECORD TO MOVIE-IMDB-ID.
           PERFORM FIND-TITLE.
           IF NOT TITLE-FOUND
               MOVE 'R102' TO RULE-CODE
               MOVE 'OPEN RENTAL, TITLE NOT IN CATALOG' TO RULE-TEXT
               PERFORM WRITE-VIOLATION
           END-IF.

      * A hold still in line (WAITING) or with a copy set aside for
      * it (READY) is live; filled, expired and cancelled holds are
      * done with.
       CHECK-HOLDS.
           MOVE 'N' TO HOLD-EOF-SW.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-FS = '00'
               PERFORM CHECK-ONE-HOLD UNTIL HOLD-EOF
               CLOSE HOLDS-FILE
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   IF HOLD-WAITING OR HOLD-READY
                       PERFORM APPLY-HOLD-RULES
                   END-IF
           END-READ.

       APPLY-HOLD-RULES.
           MOVE SPACES TO RULE-SUBJECT.
           STRING HOLD-IMDB-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               HOLD-PLACED-STAMP DELIMITED BY SIZE
               INTO RULE-SUBJECT.

           MOVE HOLD-IMDB-ID TO MOVIE-IMDB-ID.
           PERFORM FIND-TITLE.
           IF TITLE-FOUND AND MOVIE-RETIRED
               MOVE 'R103' TO RULE-CODE
               MOVE 'LIVE HOLD ON RETIRED TITLE' TO RULE-TEXT
               PERFORM WRITE-VIOLATION
           END-IF.

           IF MEMBER-FILE-OPEN
               MOVE HOLD-MEMBER-ID TO SEARCH-MEMBER-ID
               PERFORM FIND-MEMBER
               IF MEMBER-FOUND
                   IF MS-LAPSED
                       MOVE 'R104' TO RULE-CODE
                       MOVE SPACES TO RULE-TEXT
                       STRING 'LIVE HOLD, MEMBER LAPSED '
                               DELIMITED BY SIZE
                           HOLD-MEMBER-ID DELIMITED BY SIZE
                           INTO RULE-TEXT
                       PERFORM WRITE-VIOLATION
                   END-IF
               ELSE
                   MOVE 'R105' TO RULE-CODE
                   MOVE SPACES TO RULE-TEXT
                   STRING 'LIVE HOLD, NO MEMBER ' DELIMITED BY SIZE
                       HOLD-MEMBER-ID DELIMITED BY SIZE
                       INTO RULE-TEXT
                   PERFORM WRITE-VIOLATION
               END-IF
           END-IF.

      * A fee is written when a rental closes late or damaged, or is
      * written off lost, so somewhere there is a rental of that
      * title by that member.  The member's own rows on the live
      * ledger are the first place to look; a closed rental a year
      * old may have gone to the monthly archives since, so the
      * archives from a year before the fee up to its month are
      * tried before calling the fee an orphan.  A rental open more
      * than a year is written off lost long before, and lost rows
      * never leave the ledger.  The fee triples are kept on the way
      * through for the settlement rule.
       CHECK-FEES.
           MOVE 'N' TO FEES-EOF-SW.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM CHECK-ONE-FEE UNTIL FEES-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

       CHECK-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET FEES-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM KEEP-FEE-TRIPLE
                   PERFORM APPLY-FEE-RULE
           END-READ.

       KEEP-FEE-TRIPLE.
           IF FEE-ROW-COUNT < 5000
               ADD 1 TO FEE-ROW-COUNT
               MOVE FEE-MEMBER-ID TO ROW-FEE-MEMBER-ID (FEE-ROW-COUNT)
               MOVE FEE-IMDB-ID TO ROW-FEE-IMDB-ID (FEE-ROW-COUNT)
               MOVE FEE-ASSESSED-DATE TO ROW-FEE-DATE (FEE-ROW-COUNT)
               IF FEE-LATE
                   MOVE 'L' TO ROW-FEE-TYPE (FEE-ROW-COUNT)
               ELSE
                   MOVE FEE-TYPE TO ROW-FEE-TYPE (FEE-ROW-COUNT)
               END-IF
           ELSE
               SET FEE-OVERFLOW TO TRUE
           END-IF.

       APPLY-FEE-RULE.
           MOVE 'N' TO RENTAL-MATCH-SW.
           MOVE 'N' TO LEDGER-EOF-SW.
           MOVE FEE-MEMBER-ID TO RENTAL-MEMBER-ID OF RENTAL-RECORD.
           START RENTAL-FILE
               KEY IS EQUAL TO RENTAL-MEMBER-ID OF RENTAL-RECORD
               INVALID KEY
                   SET LEDGER-EOF TO TRUE
           END-START.
           PERFORM MATCH-MEMBER-RENTAL
               UNTIL LEDGER-EOF OR RENTAL-MATCHED.

           IF NOT RENTAL-MATCHED
               PERFORM MATCH-ARCHIVED-RENTAL
           END-IF.

           IF NOT RENTAL-MATCHED
               MOVE SPACES TO RULE-SUBJECT
               STRING FEE-MEMBER-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FEE-IMDB-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FEE-ASSESSED-DATE DELIMITED BY SIZE
                   INTO RULE-SUBJECT
               MOVE 'R106' TO RULE-CODE
               MOVE 'FEE WITH NO RENTAL ON LEDGER OR ARCHIVE'
                   TO RULE-TEXT
               PERFORM WRITE-VIOLATION
           END-IF.

       MATCH-MEMBER-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   IF RENTAL-MEMBER-ID OF RENTAL-RECORD
                           NOT = FEE-MEMBER-ID
                       SET LEDGER-EOF TO TRUE
                   ELSE
                       IF RENTAL-IMDB-ID OF RENTAL-RECORD = FEE-IMDB-ID
                           SET RENTAL-MATCHED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       MATCH-ARCHIVED-RENTAL.
           MOVE FEE-ASSESSED-DATE (1:6) TO LAST-MONTH-WANTED.
           MOVE FEE-ASSESSED-DATE (1:4) TO WALK-YEAR.
           SUBTRACT 1 FROM WALK-YEAR.
           MOVE FEE-ASSESSED-DATE (5:2) TO WALK-MM.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.
           MOVE 0 TO MONTHS-WALKED.
           PERFORM MATCH-ONE-ARCHIVE-MONTH
               UNTIL WALK-MONTH > LAST-MONTH-WANTED
                   OR MONTHS-WALKED > 13
                   OR RENTAL-MATCHED.

       MATCH-ONE-ARCHIVE-MONTH.
           ADD 1 TO MONTHS-WALKED.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'rentals-archive-' DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.

           MOVE 'N' TO ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM MATCH-ONE-ARCHIVE-ROW
                   UNTIL ARCHIVE-EOF OR RENTAL-MATCHED
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM STEP-TO-NEXT-MONTH.

       MATCH-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-LINE TO ARCHIVE-RENTAL
                   IF RENTAL-MEMBER-ID OF ARCHIVE-RENTAL
                           = FEE-MEMBER-ID
                       AND RENTAL-IMDB-ID OF ARCHIVE-RENTAL
                           = FEE-IMDB-ID
                       SET RENTAL-MATCHED TO TRUE
                   END-IF
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

      * A settlement names its fee by member, title and assessed
      * date, and by fee type where the row carries one - a blank
      * type matches any fee on the triple, the way it applied when
      * it was written.
       CHECK-SETTLEMENTS.
           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM CHECK-ONE-SETTLEMENT UNTIL SETTLE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

       CHECK-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM APPLY-SETTLEMENT-RULE
           END-READ.

       APPLY-SETTLEMENT-RULE.
           MOVE FSET-FEE-TYPE TO SETTLED-FEE-TYPE.
           MOVE 0 TO FEE-AT.
           PERFORM SCAN-FEE-TABLE
               VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > FEE-ROW-COUNT OR FEE-AT > 0.

           IF FEE-AT = 0
               MOVE SPACES TO RULE-SUBJECT
               STRING FSET-MEMBER-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FSET-IMDB-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FSET-ASSESSED-DATE DELIMITED BY SIZE
                   INTO RULE-SUBJECT
               MOVE 'R107' TO RULE-CODE
               MOVE SPACES TO RULE-TEXT
               STRING 'SETTLEMENT, NO SUCH FEE - ' DELIMITED BY SIZE
                   FSET-TIMESTAMP DELIMITED BY SIZE
                   INTO RULE-TEXT
               PERFORM WRITE-VIOLATION
           END-IF.

       SCAN-FEE-TABLE.
           IF ROW-FEE-MEMBER-ID (FEE-IDX) = FSET-MEMBER-ID
               AND ROW-FEE-IMDB-ID (FEE-IDX) = FSET-IMDB-ID
               AND ROW-FEE-DATE (FEE-IDX) = FSET-ASSESSED-DATE
               AND (SETTLED-FEE-TYPE = SPACE
                   OR ROW-FEE-TYPE (FEE-IDX) = SETTLED-FEE-TYPE)
                       MOVE FEE-IDX TO FEE-AT
           END-IF.

       CHECK-TRANSFERS.
           MOVE TRANSIT-DAYS TO SHOW-DAYS.
           MOVE 'N' TO XFER-EOF-SW.
           OPEN INPUT TRANSFER-FILE.
           IF XFER-FS = '00'
               PERFORM CHECK-ONE-TRANSFER UNTIL XFER-EOF
               CLOSE TRANSFER-FILE
           END-IF.

       CHECK-ONE-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   SET XFER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   IF XFER-IN-TRANSIT
                       AND XFER-SENT-DATE < TRANSIT-CUTOFF
                           PERFORM REPORT-STALE-TRANSFER
                   END-IF
           END-READ.

       REPORT-STALE-TRANSFER.
           MOVE SPACES TO RULE-SUBJECT.
           STRING XFER-IMDB-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               XFER-SENT-STAMP DELIMITED BY SIZE
               INTO RULE-SUBJECT.
           MOVE 'R108' TO RULE-CODE.
           MOVE SPACES TO RULE-TEXT.
           STRING XFER-FROM-STORE DELIMITED BY SIZE
               '>' DELIMITED BY SIZE
               XFER-TO-STORE DELIMITED BY SIZE
               ' IN TRANSIT OVER' DELIMITED BY SIZE
               SHOW-DAYS DELIMITED BY SIZE
               ' DAYS' DELIMITED BY SIZE
               INTO RULE-TEXT.
           PERFORM WRITE-VIOLATION.

      * The catalog's copy count is the chain-wide total and the
      * store rows break it down, so every movement - checkout,
      * return, set-aside, dispatch, receipt, sale - moves both.
      * A title whose store rows were never broken out sums to zero
      * here, which is exactly the gap inventory needs to see.
       CHECK-STORE-COUNTS.
           OPEN INPUT STORE-INVENTORY-FILE.
           IF STORE-FS NOT = '00'
               DISPLAY 'No store-inventory file - store count rule '
                   'skipped'
           ELSE
               MOVE 'N' TO CATALOG-EOF-SW
               MOVE LOW-VALUES TO MOVIE-IMDB-ID
               START MOVIE-FILE KEY IS NOT LESS THAN MOVIE-IMDB-ID
                   INVALID KEY
                       SET CATALOG-EOF TO TRUE
               END-START
               PERFORM CHECK-ONE-TITLE-COUNT UNTIL CATALOG-EOF
               CLOSE STORE-INVENTORY-FILE
           END-IF.

       CHECK-ONE-TITLE-COUNT.
           READ MOVIE-FILE NEXT RECORD
               AT END
                   SET CATALOG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORD-COUNT
                   PERFORM SUM-STORE-COUNTS
                   IF STORE-TOTAL NOT = MOVIE-COPIES-AVAILABLE
                       PERFORM REPORT-COUNT-MISMATCH
                   END-IF
           END-READ.

       SUM-STORE-COUNTS.
           MOVE 0 TO STORE-TOTAL.
           MOVE 0 TO STORE-ROWS.
           MOVE 'N' TO STORE-EOF-SW.
           MOVE MOVIE-IMDB-ID TO SI-IMDB-ID.
           MOVE LOW-VALUES TO SI-STORE-ID.
           MOVE LOW-VALUES TO SI-FORMAT.
           START STORE-INVENTORY-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   SET STORE-EOF TO TRUE
           END-START.
           PERFORM ADD-ONE-STORE-COUNT UNTIL STORE-EOF.

       ADD-ONE-STORE-COUNT.
           READ STORE-INVENTORY-FILE NEXT RECORD
               AT END
                   SET STORE-EOF TO TRUE
               NOT AT END
                   IF SI-IMDB-ID NOT = MOVIE-IMDB-ID
                       SET STORE-EOF TO TRUE
                   ELSE
                       ADD 1 TO STORE-ROWS
                       ADD SI-COPIES TO STORE-TOTAL
                   END-IF
           END-READ.

       REPORT-COUNT-MISMATCH.
           MOVE MOVIE-IMDB-ID TO RULE-SUBJECT.
           MOVE 'R109' TO RULE-CODE.
           MOVE STORE-TOTAL TO SHOW-STORE-TOTAL.
           MOVE MOVIE-COPIES-AVAILABLE TO SHOW-CHAIN-TOTAL.
           MOVE SPACES TO RULE-TEXT.
           STRING 'STORES' DELIMITED BY SIZE
               SHOW-STORE-TOTAL DELIMITED BY SIZE
               ' VS CHAIN ' DELIMITED BY SIZE
               SHOW-CHAIN-TOTAL DELIMITED BY SIZE
               INTO RULE-TEXT.
           IF STORE-ROWS = 0
               MOVE 'NO STORE ROWS, CHAIN COUNT ' TO RULE-TEXT
               MOVE SHOW-CHAIN-TOTAL TO RULE-TEXT (28:3)
           END-IF.
           PERFORM WRITE-VIOLATION.

       WRITE-VIOLATION.
           ADD 1 TO VIOLATION-COUNT.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING RULE-SUBJECT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RULE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RULE-TEXT DELIMITED BY SIZE
               INTO EXCEPTION-LINE.

           OPEN EXTEND EXCEPTIONS-FILE.
           IF EXCEPT-FS = '35'
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF.

           WRITE EXCEPTION-LINE.

           CLOSE EXCEPTIONS-FILE.

       END PROGRAM RENTAL-INTEGRITY.
