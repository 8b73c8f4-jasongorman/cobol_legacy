       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTAKE-VARIANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNT-FILE ASSIGN TO COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-FS.

           SELECT VARIANCE-FILE ASSIGN TO "stocktake-variance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANCE-FS.

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

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD COUNT-FILE.
           01 STOCKTAKE-COUNT-RECORD.
               COPY 'stocktake-count-record.cpy'.

       FD VARIANCE-FILE.
           01 STOCKTAKE-VARIANCE-RECORD.
               COPY 'stocktake-variance-record.cpy'.

       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

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

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 COUNT-FS               PIC 9(02).
           01 VARIANCE-FS            PIC 9(02).
           01 FS                    PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 XFER-FS                PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 TODAY-DATE             PIC 9(08).
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 COUNT-NAME             PIC X(40) VALUE SPACES.
           01 COUNT-EOF-SW           PIC X(01) VALUE 'N'.
               88  COUNT-EOF             VALUE 'Y'.
           01 VARIANCE-EOF-SW        PIC X(01) VALUE 'N'.
               88  VARIANCE-EOF          VALUE 'Y'.
           01 WALK-EOF-SW            PIC X(01).
               88  WALK-EOF              VALUE 'Y'.
           01 STORE-OPEN-SW          PIC X(01) VALUE 'N'.
               88  STORE-FILE-OPEN       VALUE 'Y'.
           01 RENTAL-OPEN-SW         PIC X(01) VALUE 'N'.
               88  RENTAL-FILE-OPEN      VALUE 'Y'.
           01 HOLD-OPEN-SW           PIC X(01) VALUE 'N'.
               88  HOLD-FILE-OPEN        VALUE 'Y'.
           01 XFER-OPEN-SW           PIC X(01) VALUE 'N'.
               88  XFER-FILE-OPEN        VALUE 'Y'.
           01 MEDIA-FORMAT           PIC X(01).
               88  MEDIA-DVD             VALUE 'D'.
               88  MEDIA-BLU-RAY         VALUE 'B'.
               88  MEDIA-UHD-4K          VALUE 'K'.
           01 ROW-FORMAT             PIC X(01).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 RECORDS-REJECTED       PIC 9(06) VALUE 0.
           01 VARIANCES-WRITTEN      PIC 9(06) VALUE 0.
           01 LABELLED-COUNT         PIC 9(06) VALUE 0.
           01 SUPERSEDED-COUNT       PIC 9(06) VALUE 0.
           01 MATCHED-COUNT          PIC 9(06) VALUE 0.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.

      * The count sheet, folded to one line per title and format -
      * a title counted on two sections adds up here.
           01 SHEET-COUNT            PIC 9(04) VALUE 0 COMP.
           01 SHEET-IDX              PIC 9(04) VALUE 0 COMP.
           01 SHEET-AT               PIC 9(04) VALUE 0 COMP.
           01 COUNT-SHEET.
               02  SHEET-ROW OCCURS 2000 TIMES.
                   03  SHEET-IMDB-ID        PIC X(10).
                   03  SHEET-FORMAT         PIC X(01).
                   03  SHEET-COUNTED        PIC 9(04).

      * stocktake-variance.dat rides the table as raw record images
      * and is written back whole, the way CLOSE-PERIOD carries the
      * period file.
           01 VARIANCE-COUNT         PIC 9(04) VALUE 0 COMP.
           01 VARIANCE-IDX           PIC 9(04) VALUE 0 COMP.
           01 VARIANCE-TABLE.
               02  VARIANCE-ENTRY OCCURS 3000 TIMES PIC X(65).
           01 WORK-VARIANCE.
               COPY 'stocktake-variance-record.cpy'.

           01 SHELF-COUNT            PIC 9(03) VALUE 0.
           01 HELD-COUNT             PIC 9(03) VALUE 0.
           01 OUT-COUNT              PIC 9(03) VALUE 0.
           01 TRANSIT-COUNT          PIC 9(03) VALUE 0.
           01 EXPECTED-COUNT         PIC 9(04) VALUE 0.
           01 VARIANCE-QTY           PIC S9(05) VALUE 0.
           01 SHOW-VARIANCE          PIC -(4)9.
           01 LINE-NOTE              PIC X(30) VALUE SPACES.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
       PROCEDURE DIVISION.
      * First half of a stocktake.  A store keys or uploads what its
      * counters found - stocktake-count-SSSS.dat, a title and a
      * count per line, for the whole shelf or one section - and
      * this compares each counted title against the books: the
      * store's shelf count, plus the READY holds set aside behind
      * its counter, which came off the shelf count but are still
      * in the building.  Its open rentals and the boxes on the road
      * to or from it came off the shelf count too and are not in
      * the building, so they are shown for the manager's benefit
      * and left out of what the count should have found.  Titles
      * the sheet doesn't mention are not touched.
      *
      * Every difference lands PENDING on stocktake-variance.dat for
      * POST-STOCKTAKE, where a manager posts or rejects it.  A title
      * whose copies are labelled is listed but not queued - its
      * count is corrected copy by copy through ADJUST-INVENTORY, so
      * the copy master and the counts never part company.  Ends at
      * 4 when anything is waiting on the manager or a sheet line
      * was rejected, 8 when there is no sheet or the tables are
      * too small to trust.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.
           STRING 'stocktake-count-' DELIMITED BY SIZE
               STORE-ID DELIMITED BY SPACE
               '.dat' DELIMITED BY SIZE
               INTO COUNT-NAME.

           PERFORM LOAD-COUNT-SHEET.
           IF COUNT-FS NOT = '00' AND RECORDS-READ = 0
               DISPLAY 'No count file ' FUNCTION TRIM(COUNT-NAME)
                   ' - nothing compared'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-VARIANCE-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' rows did not '
                   'fit the work tables - nothing compared'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SUPERSEDE-PENDING-ROW
               VARYING VARIANCE-IDX FROM 1 BY 1
               UNTIL VARIANCE-IDX > VARIANCE-COUNT.

           OPEN INPUT MOVIE-FILE.
           IF FS NOT = '00'
               DISPLAY 'Cannot open catalog - nothing compared'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The lookups below leave their file's status at 10 or 23
      * when a title has no row, so whether each file is there is
      * settled once, here, and the switches carry it.
           OPEN INPUT STORE-INVENTORY-FILE.
           IF STORE-FS = '00'
               SET STORE-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               SET RENTAL-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-FS = '00'
               SET HOLD-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF XFER-FS = '00'
               SET XFER-FILE-OPEN TO TRUE
           END-IF.

           DISPLAY 'Stocktake variance - store ' STORE-ID
               ' - ' TODAY-DATE.
           DISPLAY '-----------------------------------------------'
               '--------------------------'.
           DISPLAY 'IMDB ID    F SHELF HELD  OUT ROAD EXPECT COUNT'
               '   VAR'.
           PERFORM COMPARE-ONE-TITLE
               VARYING SHEET-IDX FROM 1 BY 1
               UNTIL SHEET-IDX > SHEET-COUNT
                   OR VARIANCE-COUNT >= 3000.
           DISPLAY '-----------------------------------------------'
               '--------------------------'.

           CLOSE MOVIE-FILE.
           IF STORE-FILE-OPEN
               CLOSE STORE-INVENTORY-FILE
           END-IF.
           IF RENTAL-FILE-OPEN
               CLOSE RENTAL-FILE
           END-IF.
           IF HOLD-FILE-OPEN
               CLOSE HOLDS-FILE
           END-IF.
           IF XFER-FILE-OPEN
               CLOSE TRANSFER-FILE
           END-IF.

           IF SHEET-IDX <= SHEET-COUNT
               DISPLAY 'WARNING - variance file full, titles from '
                   SHEET-IDX ' on not compared'
               COMPUTE RECORDS-REJECTED = RECORDS-REJECTED
                   + SHEET-COUNT - SHEET-IDX + 1
           END-IF.

           IF VARIANCES-WRITTEN > 0 OR SUPERSEDED-COUNT > 0
               PERFORM WRITE-VARIANCE-FILE
           END-IF.

           DISPLAY 'Titles matching the books:    ' MATCHED-COUNT.
           DISPLAY 'Variances for manager review: ' VARIANCES-WRITTEN.
           DISPLAY 'Labelled titles - by barcode: ' LABELLED-COUNT.
           DISPLAY 'Sheet lines rejected:         ' RECORDS-REJECTED.
           IF SUPERSEDED-COUNT > 0
               DISPLAY 'Earlier pending variances superseded: '
                   SUPERSEDED-COUNT
           END-IF.

           PERFORM WRITE-RUN-CONTROL.

           IF VARIANCES-WRITTEN > 0 OR LABELLED-COUNT > 0
               OR RECORDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-COUNT-SHEET.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FS = '00'
               PERFORM LOAD-COUNT-LINE UNTIL COUNT-EOF
               CLOSE COUNT-FILE
           END-IF.

       LOAD-COUNT-LINE.
           READ COUNT-FILE
               AT END
                   SET COUNT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   PERFORM FOLD-COUNT-LINE
           END-READ.

       FOLD-COUNT-LINE.
           MOVE STC-FORMAT TO MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               SET MEDIA-DVD TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN STC-IMDB-ID = SPACES
                   OR STC-COUNTED NOT NUMERIC
                       DISPLAY 'Sheet line ' RECORDS-READ
                           ' unreadable - rejected'
                       ADD 1 TO RECORDS-REJECTED
               WHEN NOT (MEDIA-DVD OR MEDIA-BLU-RAY OR MEDIA-UHD-4K)
                   DISPLAY 'Sheet line ' RECORDS-READ ' format '
                       STC-FORMAT ' unrecognized - rejected'
                   ADD 1 TO RECORDS-REJECTED
               WHEN OTHER
                   PERFORM FIND-SHEET-ROW
                   IF SHEET-AT > 0
                       ADD STC-COUNTED TO SHEET-COUNTED (SHEET-AT)
                   ELSE
                       PERFORM ADD-SHEET-ROW
                   END-IF
           END-EVALUATE.

       FIND-SHEET-ROW.
           MOVE 0 TO SHEET-AT.
           PERFORM SCAN-SHEET-ROW
               VARYING SHEET-IDX FROM 1 BY 1
               UNTIL SHEET-IDX > SHEET-COUNT OR SHEET-AT > 0.

       SCAN-SHEET-ROW.
           IF SHEET-IMDB-ID (SHEET-IDX) = STC-IMDB-ID
               AND SHEET-FORMAT (SHEET-IDX) = MEDIA-FORMAT
                   MOVE SHEET-IDX TO SHEET-AT
           END-IF.

       ADD-SHEET-ROW.
           IF SHEET-COUNT < 2000
               ADD 1 TO SHEET-COUNT
               MOVE STC-IMDB-ID TO SHEET-IMDB-ID (SHEET-COUNT)
               MOVE MEDIA-FORMAT TO SHEET-FORMAT (SHEET-COUNT)
               MOVE STC-COUNTED TO SHEET-COUNTED (SHEET-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT
           END-IF.

       LOAD-VARIANCE-TABLE.
           OPEN INPUT VARIANCE-FILE.
           IF VARIANCE-FS = '00'
               PERFORM LOAD-VARIANCE-ENTRY UNTIL VARIANCE-EOF
               CLOSE VARIANCE-FILE
           END-IF.

       LOAD-VARIANCE-ENTRY.
           READ VARIANCE-FILE
               AT END
                   SET VARIANCE-EOF TO TRUE
               NOT AT END
                   IF VARIANCE-COUNT < 3000
                       ADD 1 TO VARIANCE-COUNT
                       MOVE STOCKTAKE-VARIANCE-RECORD
                           TO VARIANCE-ENTRY (VARIANCE-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.

      * A recount replaces the last count wholesale - whatever of it
      * the manager never got to can no longer be posted, so two
      * counts of one shelf can't both land.
       SUPERSEDE-PENDING-ROW.
           MOVE VARIANCE-ENTRY (VARIANCE-IDX) TO WORK-VARIANCE.
           IF SV-PENDING OF WORK-VARIANCE
               AND SV-STORE-ID OF WORK-VARIANCE = STORE-ID
                   SET SV-SUPERSEDED OF WORK-VARIANCE TO TRUE
                   MOVE RUN-START-TIME
                       TO SV-DECIDED-STAMP OF WORK-VARIANCE
                   MOVE 'BAT' TO SV-DECIDED-BY OF WORK-VARIANCE
                   MOVE WORK-VARIANCE TO VARIANCE-ENTRY (VARIANCE-IDX)
                   ADD 1 TO SUPERSEDED-COUNT
           END-IF.

       COMPARE-ONE-TITLE.
           MOVE SHEET-IMDB-ID (SHEET-IDX) TO MOVIE-IMDB-ID.
           MOVE SHEET-FORMAT (SHEET-IDX) TO MEDIA-FORMAT.
           READ MOVIE-FILE
               INVALID KEY
                   DISPLAY SHEET-IMDB-ID (SHEET-IDX) ' '
                       MEDIA-FORMAT ' not in the catalog - rejected'
                   ADD 1 TO RECORDS-REJECTED
               NOT INVALID KEY
                   PERFORM WORK-OUT-VARIANCE
           END-READ.

       WORK-OUT-VARIANCE.
           PERFORM READ-SHELF-COUNT.
           PERFORM TALLY-HELD-COPIES.
           PERFORM TALLY-OUT-COPIES.
           PERFORM TALLY-TRANSIT-COPIES.
           COMPUTE EXPECTED-COUNT = SHELF-COUNT + HELD-COUNT.
           COMPUTE VARIANCE-QTY =
               SHEET-COUNTED (SHEET-IDX) - EXPECTED-COUNT.

           MOVE SPACES TO LINE-NOTE.
           EVALUATE TRUE
               WHEN VARIANCE-QTY = 0
                   ADD 1 TO MATCHED-COUNT
               WHEN VARIANCE-QTY < -999 OR VARIANCE-QTY > 999
                   MOVE 'implausible - recount' TO LINE-NOTE
                   ADD 1 TO RECORDS-REJECTED
               WHEN OTHER
                   PERFORM CHECK-LABELLED-TITLE
                   IF CQ-COPY-COUNT > 0
                       MOVE 'labelled - adjust by barcode'
                           TO LINE-NOTE
                       ADD 1 TO LABELLED-COUNT
                   ELSE
                       MOVE 'pending manager review' TO LINE-NOTE
                       PERFORM QUEUE-VARIANCE
                   END-IF
           END-EVALUATE.

           MOVE VARIANCE-QTY TO SHOW-VARIANCE.
           DISPLAY MOVIE-IMDB-ID ' ' MEDIA-FORMAT '  '
               SHELF-COUNT '  ' HELD-COUNT '  ' OUT-COUNT '  '
               TRANSIT-COUNT '   ' EXPECTED-COUNT '  '
               SHEET-COUNTED (SHEET-IDX) ' ' SHOW-VARIANCE
               ' ' FUNCTION TRIM(LINE-NOTE).

       READ-SHELF-COUNT.
           MOVE 0 TO SHELF-COUNT.
           IF STORE-FILE-OPEN
               MOVE MOVIE-IMDB-ID TO SI-IMDB-ID
               MOVE STORE-ID TO SI-STORE-ID
               MOVE MEDIA-FORMAT TO SI-FORMAT
               READ STORE-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SI-COPIES TO SHELF-COUNT
               END-READ
           END-IF.

      * Copies set aside for READY holds at this store's counter, in
      * this format - a hold readied before formats were stocked
      * separately holds a DVD.
       TALLY-HELD-COPIES.
           MOVE 0 TO HELD-COUNT.
           IF HOLD-FILE-OPEN
               MOVE 'N' TO WALK-EOF-SW
               MOVE MOVIE-IMDB-ID TO HOLD-IMDB-ID
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
                   IF HOLD-IMDB-ID NOT = MOVIE-IMDB-ID
                       SET WALK-EOF TO TRUE
                   ELSE
                       MOVE HOLD-FORMAT TO ROW-FORMAT
                       IF ROW-FORMAT = SPACE
                           MOVE 'D' TO ROW-FORMAT
                       END-IF
                       IF HOLD-READY AND HOLD-STORE-ID = STORE-ID
                           AND ROW-FORMAT = MEDIA-FORMAT
                               ADD 1 TO HELD-COUNT
                       END-IF
                   END-IF
           END-READ.

       TALLY-OUT-COPIES.
           MOVE 0 TO OUT-COUNT.
           IF RENTAL-FILE-OPEN
               MOVE 'N' TO WALK-EOF-SW
               MOVE MOVIE-IMDB-ID TO RENTAL-IMDB-ID
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
                   IF RENTAL-IMDB-ID NOT = MOVIE-IMDB-ID
                       SET WALK-EOF TO TRUE
                   ELSE
                       MOVE RENTAL-FORMAT TO ROW-FORMAT
                       IF ROW-FORMAT = SPACE
                           MOVE 'D' TO ROW-FORMAT
                       END-IF
                       IF RENTAL-OPEN AND RENTAL-STORE-ID = STORE-ID
                           AND ROW-FORMAT = MEDIA-FORMAT
                               ADD 1 TO OUT-COUNT
                       END-IF
                   END-IF
           END-READ.

       TALLY-TRANSIT-COPIES.
           MOVE 0 TO TRANSIT-COUNT.
           IF XFER-FILE-OPEN
               MOVE 'N' TO WALK-EOF-SW
               MOVE MOVIE-IMDB-ID TO XFER-IMDB-ID
               MOVE LOW-VALUES TO XFER-SENT-STAMP
               START TRANSFER-FILE KEY IS NOT LESS THAN XFER-KEY
                   INVALID KEY
                       SET WALK-EOF TO TRUE
               END-START
               PERFORM TALLY-ONE-TRANSFER UNTIL WALK-EOF
           END-IF.

       TALLY-ONE-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   SET WALK-EOF TO TRUE
               NOT AT END
                   IF XFER-IMDB-ID NOT = MOVIE-IMDB-ID
                       SET WALK-EOF TO TRUE
                   ELSE
                       MOVE XFER-FORMAT TO ROW-FORMAT
                       IF ROW-FORMAT = SPACE
                           MOVE 'D' TO ROW-FORMAT
                       END-IF
                       IF XFER-IN-TRANSIT
                           AND (XFER-FROM-STORE = STORE-ID
                               OR XFER-TO-STORE = STORE-ID)
                           AND ROW-FORMAT = MEDIA-FORMAT
                               ADD XFER-QTY TO TRANSIT-COUNT
                       END-IF
                   END-IF
           END-READ.

       CHECK-LABELLED-TITLE.
           SET CQ-COUNT-TITLE TO TRUE.
           MOVE MOVIE-IMDB-ID TO CQ-IMDB-ID.
           MOVE STORE-ID TO CQ-STORE-ID.
           MOVE MEDIA-FORMAT TO CQ-FORMAT.
           CALL 'TRACK-COPY' USING COPY-REQUEST.

       QUEUE-VARIANCE.
           MOVE SPACES TO WORK-VARIANCE.
           MOVE STORE-ID TO SV-STORE-ID OF WORK-VARIANCE.
           MOVE MOVIE-IMDB-ID TO SV-IMDB-ID OF WORK-VARIANCE.
           MOVE MEDIA-FORMAT TO SV-FORMAT OF WORK-VARIANCE.
           MOVE TODAY-DATE TO SV-COUNT-DATE OF WORK-VARIANCE.
           MOVE SHELF-COUNT TO SV-SHELF-COUNT OF WORK-VARIANCE.
           MOVE HELD-COUNT TO SV-HELD-COUNT OF WORK-VARIANCE.
           MOVE OUT-COUNT TO SV-OUT-COUNT OF WORK-VARIANCE.
           MOVE TRANSIT-COUNT TO SV-TRANSIT-COUNT OF WORK-VARIANCE.
           MOVE EXPECTED-COUNT TO SV-EXPECTED OF WORK-VARIANCE.
           MOVE SHEET-COUNTED (SHEET-IDX)
               TO SV-COUNTED OF WORK-VARIANCE.
           MOVE VARIANCE-QTY TO SV-VARIANCE OF WORK-VARIANCE.
           SET SV-PENDING OF WORK-VARIANCE TO TRUE.
           ADD 1 TO VARIANCE-COUNT.
           MOVE WORK-VARIANCE TO VARIANCE-ENTRY (VARIANCE-COUNT).
           ADD 1 TO VARIANCES-WRITTEN.

       WRITE-VARIANCE-FILE.
           OPEN OUTPUT VARIANCE-FILE.
           PERFORM WRITE-VARIANCE-ENTRY
               VARYING VARIANCE-IDX FROM 1 BY 1
               UNTIL VARIANCE-IDX > VARIANCE-COUNT.
           CLOSE VARIANCE-FILE.

       WRITE-VARIANCE-ENTRY.
           MOVE VARIANCE-ENTRY (VARIANCE-IDX)
               TO STOCKTAKE-VARIANCE-RECORD.
           WRITE STOCKTAKE-VARIANCE-RECORD.

       WRITE-RUN-CONTROL.
           MOVE 'STOCKTAKE-VARIANCE' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE VARIANCES-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE RECORDS-REJECTED TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM STOCKTAKE-VARIANCE.
