       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP-RENTAL-SET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS LIVE-FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS LIVE-FS.

           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SI-KEY
           FILE STATUS IS LIVE-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS LIVE-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT CREDIT-MOVEMENT-FILE
           ASSIGN TO "credit-movements.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT TRANSFER-FILE ASSIGN TO "stock-transfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS XFER-KEY
           FILE STATUS IS LIVE-FS.

           SELECT PURCHASE-ORDER-FILE
           ASSIGN TO "purchase-orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PO-KEY
           FILE STATUS IS LIVE-FS.

           SELECT BACKUP-FILE ASSIGN TO BACKUP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKUP-FS.

           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.

       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD FEES-OWED-FILE.
           01 FEE-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD CREDIT-MOVEMENT-FILE.
           01 CREDIT-MOVEMENT-RECORD.
               COPY 'credit-movement-record.cpy'.

       FD TRANSFER-FILE.
           01 TRANSFER-RECORD.
               COPY 'transfer-record.cpy'.

       FD PURCHASE-ORDER-FILE.
           01 PURCHASE-ORDER-RECORD.
               COPY 'purchase-order-record.cpy'.

       FD BACKUP-FILE.
           01 BACKUP-LINE           PIC X(150).

       FD MANIFEST-FILE.
           01 MANIFEST-RECORD.
               COPY 'rental-backup-manifest-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 LIVE-FS                PIC 9(02).
           01 BACKUP-FS              PIC 9(02).
           01 MANIFEST-FS            PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 LIVE-EOF-SW            PIC X(01).
               88  LIVE-EOF              VALUE 'Y'.
           01 LIVE-MISSING-SW        PIC X(01).
               88  LIVE-MISSING          VALUE 'Y'.
           01 BACKUP-OPEN-SW         PIC X(01).
               88  BACKUP-OPEN           VALUE 'Y'.
           01 SET-FAILED-SW          PIC X(01) VALUE 'N'.
               88  SET-FAILED            VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 RUN-START-TIME         PIC X(14).
           01 BACKUP-NAME            PIC X(40) VALUE SPACES.
           01 MANIFEST-NAME          PIC X(40) VALUE SPACES.
           01 MEMBER-BASE-NAME       PIC X(22) VALUE SPACES.
      * The rental-side set, one slot per live file, with the
      * numeric field whose digits make the file's control total
      * and where that field sits in the record.  RESTORE-RENTAL-SET
      * carries the same table - the two must be kept in step.
           01 SET-MEMBER-VALUES.
               02  FILLER                PIC X(45) VALUE
                   'rentals.dat           RENTAL-DATE       03508'.
               02  FILLER                PIC X(45) VALUE
                   'holds.dat             HOLD-PLACED-DATE  03508'.
               02  FILLER                PIC X(45) VALUE
                   'store-inventory.dat   SI-COPIES         01603'.
               02  FILLER                PIC X(45) VALUE
                   'membership.dat        MS-CREDIT-BALANCE 09607'.
               02  FILLER                PIC X(45) VALUE
                   'fees-owed.dat         FEE-AMOUNT        02506'.
               02  FILLER                PIC X(45) VALUE
                   'fee-settlements.dat   FSET-AMOUNT       02906'.
               02  FILLER                PIC X(45) VALUE
                   'credit-movements.log  CM-AMOUNT         01206'.
               02  FILLER                PIC X(45) VALUE
                   'stock-transfers.dat   XFER-QTY          03303'.
               02  FILLER                PIC X(45) VALUE
                   'purchase-orders.dat   PO-QTY-ORDERED    02603'.
           01 SET-MEMBER-TABLE REDEFINES SET-MEMBER-VALUES.
               02  SET-MEMBER OCCURS 9 TIMES.
                   03  SET-LIVE-NAME       PIC X(22).
                   03  SET-TOTAL-FIELD     PIC X(18).
                   03  SET-TOTAL-START     PIC 9(03).
                   03  SET-TOTAL-LENGTH    PIC 9(02).
           01 SET-MEMBER-COUNT       PIC 9(02) VALUE 9 COMP.
           01 SET-IDX                PIC 9(02) VALUE 0 COMP.
           01 SET-LINE               PIC X(150).
           01 TALLY-AMOUNT           PIC 9(09) VALUE 0.
           01 MEMBER-COUNT           PIC 9(07) VALUE 0.
           01 MEMBER-TOTAL           PIC 9(15) VALUE 0.
           01 SET-RECORD-COUNT       PIC 9(07) VALUE 0.
           01 MEMBERS-SAVED          PIC 9(02) VALUE 0.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
       PROCEDURE DIVISION.
      * Take a point-in-time copy of every rental-side file
      * together - rentals, holds, store counts, members, fees owed
      * and settled, store credit, stock on the road and purchase
      * orders - into dated sequential copies, with a manifest of
      * each copy's record count and control total for
      * RESTORE-RENTAL-SET to verify against.  Last step of the
      * close: the exclusive lock shuts the counters out for the
      * length of the copy, so no file in the set is a rental
      * ahead of or behind any other.  A refused lock, a copy that
      * cannot be written or a file that cannot be read ends at 8
      * with the manifest left without its COMPLETE row - a set
      * the restore will not touch.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MANIFEST-NAME.
           STRING 'rental-backup-manifest-' DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO MANIFEST-NAME.

           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Counters still signed on - rental set NOT '
                   'backed up'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-FS NOT = '00'
               DISPLAY 'Cannot open manifest '
                   FUNCTION TRIM(MANIFEST-NAME)
               PERFORM RELEASE-MOVIE-LOCK
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SAVE-SET-MEMBER
               VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SET-MEMBER-COUNT
                  OR SET-FAILED.

           IF NOT SET-FAILED
               PERFORM WRITE-COMPLETE-ROW
           END-IF.

           CLOSE MANIFEST-FILE.
           PERFORM RELEASE-MOVIE-LOCK.
           PERFORM WRITE-RUN-CONTROL.

           IF SET-FAILED
               DISPLAY 'Rental set backup INCOMPLETE after '
                   MEMBERS-SAVED ' files - set NOT usable'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Rental set saved: ' MEMBERS-SAVED
                   ' files, ' SET-RECORD-COUNT ' records, manifest '
                   FUNCTION TRIM(MANIFEST-NAME)
           END-IF.
           STOP RUN.

      * Batch mode - exclusive, refused while any counter session
      * is signed on, and never an override.
       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'BACKUP-RENTAL-SET' TO LOCK-CALLER.
           SET LOCK-BATCH-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       WRITE-RUN-CONTROL.
           MOVE 'BACKUP-RENTAL-SET' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE SET-RECORD-COUNT TO RUN-RECORDS-READ.
           MOVE SET-RECORD-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

      * A file that has never been created - no purchase orders yet
      * at a new shop - goes into the set as an empty copy, so the
      * restore puts the shop back exactly as it stood.
       SAVE-SET-MEMBER.
           MOVE 0 TO MEMBER-COUNT.
           MOVE 0 TO MEMBER-TOTAL.
           MOVE 'N' TO LIVE-EOF-SW.
           MOVE 'N' TO LIVE-MISSING-SW.
           MOVE 'N' TO BACKUP-OPEN-SW.
           MOVE SPACES TO MEMBER-BASE-NAME.
           UNSTRING SET-LIVE-NAME (SET-IDX) DELIMITED BY '.'
               INTO MEMBER-BASE-NAME.
           MOVE SPACES TO BACKUP-NAME.
           STRING FUNCTION TRIM(MEMBER-BASE-NAME) DELIMITED BY SIZE
               '-backup-' DELIMITED BY SIZE
               TODAY-DATE DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO BACKUP-NAME.

           PERFORM OPEN-LIVE-INPUT.
           IF LIVE-FS = '35'
               SET LIVE-MISSING TO TRUE
               SET LIVE-EOF TO TRUE
               DISPLAY FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                   ' not present - saved as an empty copy'
           ELSE
               IF LIVE-FS NOT = '00'
                   DISPLAY 'Cannot open '
                       FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                       ' - status ' LIVE-FS
                   SET SET-FAILED TO TRUE
               END-IF
           END-IF.

           IF NOT SET-FAILED
               OPEN OUTPUT BACKUP-FILE
               IF BACKUP-FS NOT = '00'
                   DISPLAY 'Cannot open backup '
                       FUNCTION TRIM(BACKUP-NAME)
                   SET SET-FAILED TO TRUE
                   SET LIVE-EOF TO TRUE
               ELSE
                   SET BACKUP-OPEN TO TRUE
               END-IF
               PERFORM COPY-LIVE-RECORD UNTIL LIVE-EOF
               IF BACKUP-OPEN
                   CLOSE BACKUP-FILE
               END-IF
               IF NOT LIVE-MISSING
                   PERFORM CLOSE-LIVE-FILE
               END-IF
           END-IF.

           IF NOT SET-FAILED
               PERFORM WRITE-MEMBER-ROW
           END-IF.

       COPY-LIVE-RECORD.
           PERFORM READ-LIVE-RECORD.
           IF LIVE-FS > 9 AND NOT LIVE-EOF
               DISPLAY 'Read failed on '
                   FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                   ' - status ' LIVE-FS
               SET SET-FAILED TO TRUE
               SET LIVE-EOF TO TRUE
           END-IF.
           IF NOT LIVE-EOF
               MOVE SET-LINE TO BACKUP-LINE
               WRITE BACKUP-LINE
               IF BACKUP-FS NOT = '00'
                   DISPLAY 'Write failed on '
                       FUNCTION TRIM(BACKUP-NAME)
                   SET SET-FAILED TO TRUE
                   SET LIVE-EOF TO TRUE
               ELSE
                   PERFORM TALLY-SET-LINE
               END-IF
           END-IF.

      * The control total adds the digits of the member's total
      * field as they stand, decimal point ignored - the same sum
      * RESTORE-RENTAL-SET works off the copy and the rebuilt file.
       TALLY-SET-LINE.
           ADD 1 TO MEMBER-COUNT.
           IF SET-LINE (SET-TOTAL-START (SET-IDX):
                   SET-TOTAL-LENGTH (SET-IDX)) IS NUMERIC
               MOVE SET-LINE (SET-TOTAL-START (SET-IDX):
                   SET-TOTAL-LENGTH (SET-IDX)) TO TALLY-AMOUNT
               ADD TALLY-AMOUNT TO MEMBER-TOTAL
           END-IF.

       WRITE-MEMBER-ROW.
           MOVE SPACES TO MANIFEST-RECORD.
           SET RM-MEMBER-ROW TO TRUE.
           MOVE TODAY-DATE TO RM-SET-DATE.
           MOVE SET-LIVE-NAME (SET-IDX) TO RM-LIVE-NAME.
           MOVE BACKUP-NAME TO RM-BACKUP-NAME.
           MOVE MEMBER-COUNT TO RM-RECORD-COUNT.
           MOVE SET-TOTAL-FIELD (SET-IDX) TO RM-TOTAL-FIELD.
           MOVE MEMBER-TOTAL TO RM-CONTROL-TOTAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RM-TAKEN-STAMP.
           WRITE MANIFEST-RECORD.
           IF MANIFEST-FS NOT = '00'
               DISPLAY 'Write failed on manifest '
                   FUNCTION TRIM(MANIFEST-NAME)
               SET SET-FAILED TO TRUE
           ELSE
               ADD 1 TO MEMBERS-SAVED
               ADD MEMBER-COUNT TO SET-RECORD-COUNT
               DISPLAY FUNCTION TRIM(SET-LIVE-NAME (SET-IDX)) ': '
                   MEMBER-COUNT ' records, control total '
                   MEMBER-TOTAL
           END-IF.

      * The COMPLETE row is the set's seal - without it the restore
      * treats the whole night's copies as unusable.
       WRITE-COMPLETE-ROW.
           MOVE SPACES TO MANIFEST-RECORD.
           SET RM-COMPLETE-ROW TO TRUE.
           MOVE TODAY-DATE TO RM-SET-DATE.
           MOVE 'COMPLETE' TO RM-LIVE-NAME.
           MOVE MEMBERS-SAVED TO RM-RECORD-COUNT.
           MOVE SET-RECORD-COUNT TO RM-CONTROL-TOTAL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RM-TAKEN-STAMP.
           WRITE MANIFEST-RECORD.
           IF MANIFEST-FS NOT = '00'
               DISPLAY 'Write failed on manifest '
                   FUNCTION TRIM(MANIFEST-NAME)
               SET SET-FAILED TO TRUE
           END-IF.

       OPEN-LIVE-INPUT.
           EVALUATE SET-IDX
               WHEN 1
                   OPEN INPUT RENTAL-FILE
               WHEN 2
                   OPEN INPUT HOLDS-FILE
               WHEN 3
                   OPEN INPUT STORE-INVENTORY-FILE
               WHEN 4
                   OPEN INPUT MEMBERSHIP-FILE
               WHEN 5
                   OPEN INPUT FEES-OWED-FILE
               WHEN 6
                   OPEN INPUT FEE-SETTLEMENT-FILE
               WHEN 7
                   OPEN INPUT CREDIT-MOVEMENT-FILE
               WHEN 8
                   OPEN INPUT TRANSFER-FILE
               WHEN 9
                   OPEN INPUT PURCHASE-ORDER-FILE
           END-EVALUATE.

       READ-LIVE-RECORD.
           EVALUATE SET-IDX
               WHEN 1
                   READ RENTAL-FILE NEXT RECORD
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END MOVE RENTAL-RECORD TO SET-LINE
                   END-READ
               WHEN 2
                   READ HOLDS-FILE NEXT RECORD
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END MOVE HOLD-RECORD TO SET-LINE
                   END-READ
               WHEN 3
                   READ STORE-INVENTORY-FILE NEXT RECORD
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE STORE-INVENTORY-RECORD TO SET-LINE
                   END-READ
               WHEN 4
                   READ MEMBERSHIP-FILE NEXT RECORD
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END MOVE MEMBERSHIP-RECORD TO SET-LINE
                   END-READ
               WHEN 5
                   READ FEES-OWED-FILE
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END MOVE FEE-RECORD TO SET-LINE
                   END-READ
               WHEN 6
                   READ FEE-SETTLEMENT-FILE
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE FEE-SETTLEMENT-RECORD TO SET-LINE
                   END-READ
               WHEN 7
                   READ CREDIT-MOVEMENT-FILE
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE CREDIT-MOVEMENT-RECORD TO SET-LINE
                   END-READ
               WHEN 8
                   READ TRANSFER-FILE NEXT RECORD
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END MOVE TRANSFER-RECORD TO SET-LINE
                   END-READ
               WHEN 9
                   READ PURCHASE-ORDER-FILE NEXT RECORD
                       AT END SET LIVE-EOF TO TRUE
                       NOT AT END
                           MOVE PURCHASE-ORDER-RECORD TO SET-LINE
                   END-READ
           END-EVALUATE.

       CLOSE-LIVE-FILE.
           EVALUATE SET-IDX
               WHEN 1
                   CLOSE RENTAL-FILE
               WHEN 2
                   CLOSE HOLDS-FILE
               WHEN 3
                   CLOSE STORE-INVENTORY-FILE
               WHEN 4
                   CLOSE MEMBERSHIP-FILE
               WHEN 5
                   CLOSE FEES-OWED-FILE
               WHEN 6
                   CLOSE FEE-SETTLEMENT-FILE
               WHEN 7
                   CLOSE CREDIT-MOVEMENT-FILE
               WHEN 8
                   CLOSE TRANSFER-FILE
               WHEN 9
                   CLOSE PURCHASE-ORDER-FILE
           END-EVALUATE.

       END PROGRAM BACKUP-RENTAL-SET.
