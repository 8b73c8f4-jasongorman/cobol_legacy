       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVSHARE-SETTLEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "revshare-contracts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTRACT-FS.

           SELECT LIVE-LOG-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT STATEMENT-FILE ASSIGN TO STATEMENT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-FS.

           SELECT PAYABLE-FILE ASSIGN TO PAYABLE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYABLE-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
           01 REVSHARE-CONTRACT-RECORD.
               COPY 'revshare-contract-record.cpy'.

      * Live rows and archived rows are the same layout, read as
      * plain lines into one work record the way TAX-RETURN reads
      * them.
       FD LIVE-LOG-FILE.
           01 LIVE-LINE                 PIC X(84).

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(84).

       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD STATEMENT-FILE.
           01 STATEMENT-LINE            PIC X(100).

       FD PAYABLE-FILE.
           01 REVSHARE-PAYABLE-RECORD.
               COPY 'revshare-payable-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 CONTRACT-FS            PIC 9(02).
           01 LIVE-FS                PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 FS                     PIC 9(02).
           01 PRINT-FS               PIC 9(02).
           01 PAYABLE-FS             PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 CONTRACT-EOF-SW        PIC X(01).
               88  CONTRACT-EOF          VALUE 'Y'.
           01 LOG-EOF-SW             PIC X(01).
               88  LOG-EOF               VALUE 'Y'.
           01 MOVIE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  MOVIE-FILE-OPEN       VALUE 'Y'.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 STATEMENT-NAME         PIC X(40) VALUE SPACES.
           01 PAYABLE-NAME           PIC X(40) VALUE SPACES.
           01 AUDIT-WORK.
               COPY 'price-audit-record.cpy'.
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 PAYABLES-WRITTEN       PIC 9(06) VALUE 0.
           01 CONTRACTS-REJECTED     PIC 9(06) VALUE 0.
           01 MISSING-ARCHIVES       PIC 9(03) VALUE 0.

      * The settlement month, and the months of trail read to
      * settle it - normally just the one, but a deal whose term
      * ends this month is trued up against its whole term, so the
      * walk starts back at the earliest such deal's first month.
           01 TODAY-DATE             PIC 9(08).
           01 CURRENT-MONTH          PIC 9(06).
           01 SETTLE-MONTH           PIC 9(06) VALUE 0.
           01 LAST-MONTH.
               02  LAST-YEAR           PIC 9(04).
               02  LAST-MM             PIC 9(02).
           01 MONTH-FIRST-DATE       PIC 9(08).
           01 MONTH-LAST-DATE        PIC 9(08).
           01 FIRST-READ-MONTH       PIC 9(06).
           01 READ-MONTH.
               02  READ-YEAR           PIC 9(04).
               02  READ-MM             PIC 9(02).
           01 READ-MONTH-NUMBER REDEFINES READ-MONTH PIC 9(06).
           01 ENTRY-MONTH            PIC X(06).
           01 ENTRY-DEAL-DATE        PIC 9(08).

      * Every deal on file, with the month's and the term's money
      * run up against it as the trail is read.
           01 DEAL-COUNT             PIC 9(03) VALUE 0 COMP.
           01 DEAL-IDX               PIC 9(03) VALUE 0 COMP.
           01 DEAL-AT                PIC 9(03) VALUE 0 COMP.
           01 DEAL-TABLE.
               02  DEAL-ENTRY OCCURS 300 TIMES.
                   03  DL-IMDB-ID          PIC X(10).
                   03  DL-STUDIO-ID        PIC X(06).
                   03  DL-SHARE-PCT        PIC 9(2)V9(2).
                   03  DL-START-DATE       PIC 9(08).
                   03  DL-END-DATE         PIC 9(08).
                   03  DL-MIN-GUARANTEE    PIC 9(6)V9(2).
                   03  DL-MONTH-RENTALS    PIC S9(06).
                   03  DL-MONTH-GROSS      PIC 9(7)V9(2).
                   03  DL-MONTH-LESS       PIC 9(7)V9(2).
                   03  DL-TERM-NET         PIC S9(8)V9(2).
           01 DEAL-FULL-SW           PIC X(01) VALUE 'N'.
               88  DEAL-FULL             VALUE 'Y'.

      * One studio per statement, in the order the contract file
      * first names them.
           01 STUDIO-COUNT           PIC 9(03) VALUE 0 COMP.
           01 STUDIO-IDX             PIC 9(03) VALUE 0 COMP.
           01 STUDIO-AT              PIC 9(03) VALUE 0 COMP.
           01 STUDIO-TABLE.
               02  STUDIO-ENTRY OCCURS 100 TIMES.
                   03  SD-STUDIO-ID        PIC X(06).
                   03  SD-STUDIO-NAME      PIC X(30).
           01 STUDIO-DEALS-IN-PLAY   PIC 9(04).
           01 STUDIO-TITLES          PIC 9(04).
           01 DEAL-IN-PLAY-SW        PIC X(01).
               88  DEAL-IN-PLAY          VALUE 'Y'.
           01 STUDIO-RENTALS         PIC 9(06).
           01 STUDIO-GROSS           PIC 9(8)V9(2).
           01 STUDIO-LESS            PIC 9(8)V9(2).
           01 STUDIO-NET             PIC S9(8)V9(2).
           01 STUDIO-TOPUP           PIC 9(7)V9(2).
           01 STUDIO-OWED            PIC S9(8)V9(2).
           01 GRAND-OWED             PIC S9(9)V9(2) VALUE 0.

      * One title's line.
           01 TITLE-NET              PIC S9(8)V9(2).
           01 TITLE-OWED             PIC S9(8)V9(2).
           01 TITLE-RENTALS          PIC 9(06).
           01 TERM-SHARE             PIC S9(8)V9(2).
           01 TITLE-TOPUP            PIC 9(7)V9(2).
           01 TITLE-NAME             PIC X(30).

           01 DISPLAY-RENTALS        PIC Z(5)9.
           01 DISPLAY-GROSS          PIC Z(6)9.99.
           01 DISPLAY-LESS           PIC Z(6)9.99.
           01 DISPLAY-NET            PIC -(7)9.99.
           01 DISPLAY-PCT            PIC Z9.99.
           01 DISPLAY-OWED           PIC -(7)9.99.
           01 DISPLAY-TOPUP          PIC Z(6)9.99.
           01 DISPLAY-GUARANTEE      PIC Z(5)9.99.
           01 DISPLAY-TERM           PIC -(7)9.99.
           01 DISPLAY-GRAND          PIC -(8)9.99.
       PROCEDURE DIVISION.
      * Month-end settlement of the titles held on studio revenue-
      * share deals.  Every rental charge on the price trail for the
      * month - archived by AUDIT-ROLLOVER or still live - is
      * matched to the deal in force on the day it was charged, with
      * override reversals and refunds netted off against the title
      * they came back from (a refund against the deal its original
      * charge fell under, by its reference stamp).  Tax, tax handed
      * back and used-copy sales are not rental revenue and are left
      * out.  Each title's net is multiplied by its deal's share
      * percentage; a deal whose term ends in the month is checked
      * against its minimum guarantee over the whole term and the
      * studio topped up to it.  One statement section per studio
      * goes to revshare-statements-YYYYMM.txt and one payable row
      * per studio to revshare-payable-YYYYMM.dat for accounts, both
      * cut fresh each run so a rerun replaces the month.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (1:6) TO CURRENT-MONTH.

      * December's settlement runs in January of the next year.
           MOVE CURRENT-MONTH TO LAST-MONTH.
           IF LAST-MM = 1
               SUBTRACT 1 FROM LAST-YEAR
               MOVE 12 TO LAST-MM
           ELSE
               SUBTRACT 1 FROM LAST-MM
           END-IF.

           DISPLAY 'Settlement month YYYYMM (blank for last month): '.
           ACCEPT SETTLE-MONTH.
           IF SETTLE-MONTH = 0
               MOVE LAST-MONTH TO SETTLE-MONTH
           END-IF.

      * A month still trading would settle on half its rentals.
           IF SETTLE-MONTH (5:2) < '01' OR SETTLE-MONTH (5:2) > '12'
               OR SETTLE-MONTH >= CURRENT-MONTH
                   DISPLAY 'Cannot settle ' SETTLE-MONTH
                       ' - only a month already over can be settled'
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           COMPUTE MONTH-FIRST-DATE = SETTLE-MONTH * 100 + 1.
           COMPUTE MONTH-LAST-DATE = SETTLE-MONTH * 100 + 31.

           PERFORM LOAD-CONTRACTS.
           IF DEAL-FULL
               DISPLAY 'More deals than the settlement holds - '
                   'nothing settled'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF DEAL-COUNT = 0
               DISPLAY 'No revenue-share deals on file - nothing '
                   'to settle'
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
           END-IF.

           PERFORM FIND-FIRST-READ-MONTH.
           MOVE FIRST-READ-MONTH TO READ-MONTH-NUMBER.
           PERFORM READ-ONE-ARCHIVE
               UNTIL READ-MONTH-NUMBER > SETTLE-MONTH.
           PERFORM READ-LIVE-TRAIL.

           OPEN INPUT MOVIE-FILE.
           IF FS = '00'
               SET MOVIE-FILE-OPEN TO TRUE
           END-IF.
           PERFORM WRITE-SETTLEMENT.
           IF MOVIE-FILE-OPEN
               CLOSE MOVIE-FILE
           END-IF.

           PERFORM WRITE-RUN-CONTROL.
           MOVE GRAND-OWED TO DISPLAY-GRAND.
           DISPLAY 'Rev-share settlement ' SETTLE-MONTH ': '
               PAYABLES-WRITTEN ' studios, $'
               FUNCTION TRIM(DISPLAY-GRAND) ' owed'.
           IF CONTRACTS-REJECTED > 0 OR MISSING-ARCHIVES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A row with no title or studio, a share that is not a share,
      * or a term that ends before it starts cannot be settled - it
      * is counted and named, and the run ends on a warning so the
      * deal is fixed before next month.
       LOAD-CONTRACTS.
           MOVE 'N' TO CONTRACT-EOF-SW.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-FS = '00'
               PERFORM LOAD-ONE-CONTRACT UNTIL CONTRACT-EOF
               CLOSE CONTRACT-FILE
           END-IF.

       LOAD-ONE-CONTRACT.
           READ CONTRACT-FILE
               AT END
                   SET CONTRACT-EOF TO TRUE
               NOT AT END
                   IF RS-IMDB-ID = SPACES OR RS-STUDIO-ID = SPACES
                       OR RS-SHARE-PCT NOT NUMERIC
                       OR RS-START-DATE NOT NUMERIC
                       OR RS-END-DATE NOT NUMERIC
                       OR RS-END-DATE < RS-START-DATE
                           ADD 1 TO CONTRACTS-REJECTED
                           DISPLAY '  Deal row for ' RS-IMDB-ID
                               ' studio ' RS-STUDIO-ID
                               ' is not settleable - skipped'
                   ELSE
                       PERFORM KEEP-ONE-CONTRACT
                   END-IF
           END-READ.

       KEEP-ONE-CONTRACT.
           IF DEAL-COUNT < 300
               ADD 1 TO DEAL-COUNT
               MOVE RS-IMDB-ID TO DL-IMDB-ID (DEAL-COUNT)
               MOVE RS-STUDIO-ID TO DL-STUDIO-ID (DEAL-COUNT)
               MOVE RS-SHARE-PCT TO DL-SHARE-PCT (DEAL-COUNT)
               MOVE RS-START-DATE TO DL-START-DATE (DEAL-COUNT)
               MOVE RS-END-DATE TO DL-END-DATE (DEAL-COUNT)
               IF RS-MIN-GUARANTEE NUMERIC
                   MOVE RS-MIN-GUARANTEE
                       TO DL-MIN-GUARANTEE (DEAL-COUNT)
               ELSE
                   MOVE 0 TO DL-MIN-GUARANTEE (DEAL-COUNT)
               END-IF
               MOVE 0 TO DL-MONTH-RENTALS (DEAL-COUNT)
               MOVE 0 TO DL-MONTH-GROSS (DEAL-COUNT)
               MOVE 0 TO DL-MONTH-LESS (DEAL-COUNT)
               MOVE 0 TO DL-TERM-NET (DEAL-COUNT)
               PERFORM NOTE-STUDIO
           ELSE
               SET DEAL-FULL TO TRUE
           END-IF.

       NOTE-STUDIO.
           MOVE 0 TO STUDIO-AT.
           PERFORM MATCH-STUDIO
               VARYING STUDIO-IDX FROM 1 BY 1
               UNTIL STUDIO-IDX > STUDIO-COUNT OR STUDIO-AT > 0.
           IF STUDIO-AT = 0
               IF STUDIO-COUNT < 100
                   ADD 1 TO STUDIO-COUNT
                   MOVE RS-STUDIO-ID TO SD-STUDIO-ID (STUDIO-COUNT)
                   MOVE RS-STUDIO-NAME TO SD-STUDIO-NAME (STUDIO-COUNT)
               ELSE
                   SET DEAL-FULL TO TRUE
               END-IF
           END-IF.

       MATCH-STUDIO.
           IF SD-STUDIO-ID (STUDIO-IDX) = RS-STUDIO-ID
               MOVE STUDIO-IDX TO STUDIO-AT
           END-IF.

      * The guarantee on a deal ending this month is measured over
      * the deal's whole term, so every month back to its start has
      * to be read.
       FIND-FIRST-READ-MONTH.
           MOVE SETTLE-MONTH TO FIRST-READ-MONTH.
           PERFORM CHECK-DEAL-START
               VARYING DEAL-IDX FROM 1 BY 1
               UNTIL DEAL-IDX > DEAL-COUNT.

       CHECK-DEAL-START.
           IF DL-MIN-GUARANTEE (DEAL-IDX) > 0
               AND DL-END-DATE (DEAL-IDX) >= MONTH-FIRST-DATE
               AND DL-END-DATE (DEAL-IDX) <= MONTH-LAST-DATE
               AND DL-START-DATE (DEAL-IDX) (1:6) < FIRST-READ-MONTH
                   MOVE DL-START-DATE (DEAL-IDX) (1:6)
                       TO FIRST-READ-MONTH
           END-IF.

      * A month with no archive may simply not have rolled yet - its
      * rows are then still live - but a month before the one being
      * settled should have gone at its own month end, so a gap is
      * counted and the run ends on a warning.
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
               IF READ-MONTH-NUMBER < SETTLE-MONTH
                   ADD 1 TO MISSING-ARCHIVES
                   DISPLAY '  No trail archive for ' READ-MONTH
                       ' - guarantee checks may be short'
               END-IF
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
                       ADD 1 TO RECORDS-READ
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
                   ADD 1 TO RECORDS-READ
                   PERFORM SIFT-AUDIT-ENTRY
           END-READ.

      * Rental money only, and nothing after the settlement month -
      * the live trail already holds the month now trading.
       SIFT-AUDIT-ENTRY.
           MOVE AUDIT-TIMESTAMP (1:6) TO ENTRY-MONTH.
           IF ENTRY-MONTH IS NUMERIC
               AND ENTRY-MONTH >= FIRST-READ-MONTH
               AND ENTRY-MONTH <= SETTLE-MONTH
               AND NOT AUDIT-TAX-ENTRY
               AND NOT AUDIT-TAX-REFUND
               AND NOT AUDIT-SALE
                   PERFORM FIND-ENTRY-DEAL
                   IF DEAL-AT > 0
                       PERFORM ADD-ENTRY-TO-DEAL
                   END-IF
           END-IF.

      * A refund goes back against the deal its charge was made
      * under; everything else against the deal in force the day
      * it was written.
       FIND-ENTRY-DEAL.
           IF AUDIT-REFUND AND AUDIT-REF-STAMP (1:8) IS NUMERIC
               MOVE AUDIT-REF-STAMP (1:8) TO ENTRY-DEAL-DATE
           ELSE
               MOVE AUDIT-TIMESTAMP (1:8) TO ENTRY-DEAL-DATE
           END-IF.
           MOVE 0 TO DEAL-AT.
           PERFORM MATCH-DEAL
               VARYING DEAL-IDX FROM 1 BY 1
               UNTIL DEAL-IDX > DEAL-COUNT OR DEAL-AT > 0.

       MATCH-DEAL.
           IF DL-IMDB-ID (DEAL-IDX) = AUDIT-IMDB-ID
               AND DL-START-DATE (DEAL-IDX) <= ENTRY-DEAL-DATE
               AND DL-END-DATE (DEAL-IDX) >= ENTRY-DEAL-DATE
                   MOVE DEAL-IDX TO DEAL-AT
           END-IF.

      * A reversal backs a quote out that an override replaced, so
      * it takes the rental back off the count as well as the money;
      * a refund takes the money back but the disc still went out,
      * and so does a bundle saving.
       ADD-ENTRY-TO-DEAL.
           EVALUATE TRUE
               WHEN AUDIT-REVERSAL
                   SUBTRACT AUDIT-PRICE FROM DL-TERM-NET (DEAL-AT)
                   IF ENTRY-MONTH = SETTLE-MONTH
                       ADD AUDIT-PRICE TO DL-MONTH-LESS (DEAL-AT)
                       SUBTRACT 1 FROM DL-MONTH-RENTALS (DEAL-AT)
                   END-IF
               WHEN AUDIT-REFUND OR AUDIT-BUNDLE-DISCOUNT
                   SUBTRACT AUDIT-PRICE FROM DL-TERM-NET (DEAL-AT)
                   IF ENTRY-MONTH = SETTLE-MONTH
                       ADD AUDIT-PRICE TO DL-MONTH-LESS (DEAL-AT)
                   END-IF
               WHEN OTHER
                   ADD AUDIT-PRICE TO DL-TERM-NET (DEAL-AT)
                   IF ENTRY-MONTH = SETTLE-MONTH
                       ADD AUDIT-PRICE TO DL-MONTH-GROSS (DEAL-AT)
                       ADD 1 TO DL-MONTH-RENTALS (DEAL-AT)
                   END-IF
           END-EVALUATE.

       WRITE-SETTLEMENT.
           MOVE SPACES TO STATEMENT-NAME.
           STRING 'revshare-statements-' DELIMITED BY SIZE
               SETTLE-MONTH DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO STATEMENT-NAME.
           MOVE SPACES TO PAYABLE-NAME.
           STRING 'revshare-payable-' DELIMITED BY SIZE
               SETTLE-MONTH DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO PAYABLE-NAME.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT PAYABLE-FILE.
           PERFORM SETTLE-ONE-STUDIO
               VARYING STUDIO-IDX FROM 1 BY 1
               UNTIL STUDIO-IDX > STUDIO-COUNT.
           CLOSE STATEMENT-FILE.
           CLOSE PAYABLE-FILE.

      * A studio with no deal in force during the month and nothing
      * charged against one gets no statement - its deals have all
      * run out or not yet begun.
       SETTLE-ONE-STUDIO.
           MOVE 0 TO STUDIO-DEALS-IN-PLAY.
           MOVE 0 TO STUDIO-TITLES.
           MOVE 0 TO STUDIO-RENTALS.
           MOVE 0 TO STUDIO-GROSS.
           MOVE 0 TO STUDIO-LESS.
           MOVE 0 TO STUDIO-NET.
           MOVE 0 TO STUDIO-TOPUP.
           MOVE 0 TO STUDIO-OWED.
           PERFORM COUNT-STUDIO-TITLE
               VARYING DEAL-IDX FROM 1 BY 1
               UNTIL DEAL-IDX > DEAL-COUNT.
           IF STUDIO-DEALS-IN-PLAY > 0
               PERFORM WRITE-STUDIO-HEADER
               PERFORM SETTLE-ONE-DEAL
                   VARYING DEAL-IDX FROM 1 BY 1
                   UNTIL DEAL-IDX > DEAL-COUNT
               PERFORM WRITE-STUDIO-TOTAL
               PERFORM WRITE-PAYABLE
           END-IF.

       COUNT-STUDIO-TITLE.
           PERFORM CHECK-DEAL-IN-PLAY.
           IF DEAL-IN-PLAY
               ADD 1 TO STUDIO-DEALS-IN-PLAY
           END-IF.

      * The studio's deal had money through it this month, or was
      * in force for some of it.
       CHECK-DEAL-IN-PLAY.
           MOVE 'N' TO DEAL-IN-PLAY-SW.
           IF DL-STUDIO-ID (DEAL-IDX) = SD-STUDIO-ID (STUDIO-IDX)
               AND (DL-MONTH-GROSS (DEAL-IDX) > 0
                   OR DL-MONTH-LESS (DEAL-IDX) > 0
                   OR (DL-START-DATE (DEAL-IDX) <= MONTH-LAST-DATE
                       AND DL-END-DATE (DEAL-IDX) >= MONTH-FIRST-DATE))
                           SET DEAL-IN-PLAY TO TRUE
           END-IF.

       WRITE-STUDIO-HEADER.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'REVENUE-SHARE STATEMENT ' DELIMITED BY SIZE
               SETTLE-MONTH DELIMITED BY SIZE
               '  STUDIO ' DELIMITED BY SIZE
               SD-STUDIO-ID (STUDIO-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SD-STUDIO-NAME (STUDIO-IDX) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           STRING 'IMDB ID    TITLE                         '
               DELIMITED BY SIZE
               'RENTALS      GROSS    REFUNDS         NET'
               DELIMITED BY SIZE
               ' SHARE        OWED' DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       SETTLE-ONE-DEAL.
           PERFORM CHECK-DEAL-IN-PLAY.
           IF DEAL-IN-PLAY
               PERFORM WRITE-DEAL-LINE
           END-IF.

      * The month's share, then - on the month the term ends - the
      * top-up to the guarantee if the whole term's share fell
      * short of it.
       WRITE-DEAL-LINE.
           COMPUTE TITLE-NET = DL-MONTH-GROSS (DEAL-IDX)
               - DL-MONTH-LESS (DEAL-IDX).
           COMPUTE TITLE-OWED ROUNDED =
               TITLE-NET * DL-SHARE-PCT (DEAL-IDX) / 100.
           IF DL-MONTH-RENTALS (DEAL-IDX) > 0
               MOVE DL-MONTH-RENTALS (DEAL-IDX) TO TITLE-RENTALS
           ELSE
               MOVE 0 TO TITLE-RENTALS
           END-IF.
           PERFORM LOOK-UP-TITLE-NAME.

           MOVE TITLE-RENTALS TO DISPLAY-RENTALS.
           MOVE DL-MONTH-GROSS (DEAL-IDX) TO DISPLAY-GROSS.
           MOVE DL-MONTH-LESS (DEAL-IDX) TO DISPLAY-LESS.
           MOVE TITLE-NET TO DISPLAY-NET.
           MOVE DL-SHARE-PCT (DEAL-IDX) TO DISPLAY-PCT.
           MOVE TITLE-OWED TO DISPLAY-OWED.
           MOVE SPACES TO STATEMENT-LINE.
           STRING DL-IMDB-ID (DEAL-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TITLE-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-RENTALS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-GROSS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-LESS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-NET DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-PCT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-OWED DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

           MOVE 0 TO TITLE-TOPUP.
           IF DL-MIN-GUARANTEE (DEAL-IDX) > 0
               AND DL-END-DATE (DEAL-IDX) >= MONTH-FIRST-DATE
               AND DL-END-DATE (DEAL-IDX) <= MONTH-LAST-DATE
                   PERFORM TRUE-UP-GUARANTEE
           END-IF.

           ADD 1 TO STUDIO-TITLES.
           ADD TITLE-RENTALS TO STUDIO-RENTALS.
           ADD DL-MONTH-GROSS (DEAL-IDX) TO STUDIO-GROSS.
           ADD DL-MONTH-LESS (DEAL-IDX) TO STUDIO-LESS.
           ADD TITLE-NET TO STUDIO-NET.
           ADD TITLE-OWED TO STUDIO-OWED.
           ADD TITLE-TOPUP TO STUDIO-OWED.
           ADD TITLE-TOPUP TO STUDIO-TOPUP.

       TRUE-UP-GUARANTEE.
           COMPUTE TERM-SHARE ROUNDED =
               DL-TERM-NET (DEAL-IDX) * DL-SHARE-PCT (DEAL-IDX) / 100.
           IF TERM-SHARE < DL-MIN-GUARANTEE (DEAL-IDX)
               COMPUTE TITLE-TOPUP =
                   DL-MIN-GUARANTEE (DEAL-IDX) - TERM-SHARE
           END-IF.
           MOVE DL-MIN-GUARANTEE (DEAL-IDX) TO DISPLAY-GUARANTEE.
           MOVE TERM-SHARE TO DISPLAY-TERM.
           MOVE TITLE-TOPUP TO DISPLAY-TOPUP.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '           term ended ' DELIMITED BY SIZE
               DL-END-DATE (DEAL-IDX) DELIMITED BY SIZE
               ' - guarantee ' DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-GUARANTEE) DELIMITED BY SIZE
               ', term share ' DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-TERM) DELIMITED BY SIZE
               ', top-up ' DELIMITED BY SIZE
               FUNCTION TRIM(DISPLAY-TOPUP) DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       LOOK-UP-TITLE-NAME.
           MOVE SPACES TO TITLE-NAME.
           IF MOVIE-FILE-OPEN
               MOVE DL-IMDB-ID (DEAL-IDX) TO MOVIE-IMDB-ID
               READ MOVIE-FILE
                   INVALID KEY
                       MOVE '(not on catalog)' TO TITLE-NAME
                   NOT INVALID KEY
                       MOVE MOVIE-TITLE TO TITLE-NAME
               END-READ
           END-IF.

       WRITE-STUDIO-TOTAL.
           MOVE STUDIO-RENTALS TO DISPLAY-RENTALS.
           MOVE STUDIO-GROSS TO DISPLAY-GROSS.
           MOVE STUDIO-LESS TO DISPLAY-LESS.
           MOVE STUDIO-NET TO DISPLAY-NET.
           MOVE STUDIO-OWED TO DISPLAY-OWED.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  STUDIO TOTAL                            '
               DELIMITED BY SIZE
               DISPLAY-RENTALS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-GROSS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-LESS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DISPLAY-NET DELIMITED BY SIZE
               '       ' DELIMITED BY SIZE
               DISPLAY-OWED DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF STUDIO-OWED < 0
               MOVE SPACES TO STATEMENT-LINE
               STRING '  Refunds exceeded the month''s rentals - '
                   DELIMITED BY SIZE
                   'the balance is held against the next '
                   DELIMITED BY SIZE
                   'settlement' DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE SPACES TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

       WRITE-PAYABLE.
           MOVE SETTLE-MONTH TO RSP-SETTLE-MONTH.
           MOVE SD-STUDIO-ID (STUDIO-IDX) TO RSP-STUDIO-ID.
           MOVE SD-STUDIO-NAME (STUDIO-IDX) TO RSP-STUDIO-NAME.
           MOVE STUDIO-TITLES TO RSP-TITLE-COUNT.
           MOVE STUDIO-RENTALS TO RSP-RENTAL-COUNT.
           MOVE STUDIO-NET TO RSP-NET-REVENUE.
           MOVE STUDIO-TOPUP TO RSP-GUARANTEE-TOPUP.
           MOVE STUDIO-OWED TO RSP-AMOUNT-OWED.
           WRITE REVSHARE-PAYABLE-RECORD.
           ADD 1 TO PAYABLES-WRITTEN.
           ADD STUDIO-OWED TO GRAND-OWED.

       WRITE-RUN-CONTROL.
           MOVE 'REVSHARE-SETTLEMENT' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE PAYABLES-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE CONTRACTS-REJECTED TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM REVSHARE-SETTLEMENT.
