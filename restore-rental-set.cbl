       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTORE-RENTAL-SET.
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
           01 RUN-START-TIME         PIC X(14).
           01 LIVE-EOF-SW            PIC X(01).
               88  LIVE-EOF              VALUE 'Y'.
           01 BACKUP-EOF-SW          PIC X(01).
               88  BACKUP-EOF            VALUE 'Y'.
           01 MANIFEST-EOF-SW        PIC X(01) VALUE 'N'.
               88  MANIFEST-EOF          VALUE 'Y'.
           01 SET-REFUSED-SW         PIC X(01) VALUE 'N'.
               88  SET-REFUSED           VALUE 'Y'.
           01 REBUILD-FAILED-SW      PIC X(01) VALUE 'N'.
               88  REBUILD-FAILED        VALUE 'Y'.
           01 RECHECK-FAILED-SW      PIC X(01) VALUE 'N'.
               88  RECHECK-FAILED        VALUE 'Y'.
           01 COMPLETE-SEEN-SW       PIC X(01) VALUE 'N'.
               88  COMPLETE-SEEN         VALUE 'Y'.
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
           01 RESTORE-DATE           PIC X(08) VALUE SPACES.
           01 CONFIRM-REPLY          PIC X(01) VALUE SPACE.
           01 BACKUP-NAME            PIC X(40) VALUE SPACES.
           01 MANIFEST-NAME          PIC X(40) VALUE SPACES.
      * The rental-side set, one slot per live file, with the
      * numeric field whose digits make the file's control total
      * and where that field sits in the record.  BACKUP-RENTAL-SET
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
           01 FIND-IDX               PIC 9(02) VALUE 0 COMP.
      * What the manifest says each member should hold, slot for
      * slot with the table above.
           01 MANIFEST-TABLE.
               02  MANIFEST-SLOT OCCURS 9 TIMES.
                   03  MF-SEEN-SW          PIC X(01).
                       88  MF-SEEN             VALUE 'Y'.
                   03  MF-BACKUP-NAME      PIC X(40).
                   03  MF-RECORD-COUNT     PIC 9(07).
                   03  MF-CONTROL-TOTAL    PIC 9(15).
           01 COMPLETE-MEMBERS       PIC 9(07) VALUE 0.
           01 COMPLETE-RECORDS       PIC 9(15) VALUE 0.
           01 MANIFEST-RECORDS       PIC 9(15) VALUE 0.
           01 SET-LINE               PIC X(150).
           01 TALLY-AMOUNT           PIC 9(09) VALUE 0.
           01 MEMBER-COUNT           PIC 9(07) VALUE 0.
           01 MEMBER-TOTAL           PIC 9(15) VALUE 0.
           01 SET-RECORD-COUNT       PIC 9(07) VALUE 0.
           01 MEMBERS-RESTORED       PIC 9(02) VALUE 0.
           01 RECORDS-RELOADED       PIC 9(07) VALUE 0.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
       PROCEDURE DIVISION.
      * Put the whole rental-side set back from one night's backup
      * taken by BACKUP-RENTAL-SET - all nine files or none.  Every
      * copy is checked against the manifest's record count and
      * control total before a single live file is touched; a
      * manifest without its COMPLETE row, a member missing from
      * it, a copy that is missing or does not add up refuses the
      * restore outright with nothing changed.  Once the copies
      * are rebuilt each live file is read back and checked again,
      * and only a set that matches the manifest file for file is
      * called restored.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           DISPLAY 'Enter backup set date (YYYYMMDD) to restore '
               'from: '.
           ACCEPT RESTORE-DATE.
           IF RESTORE-DATE NOT NUMERIC
               DISPLAY 'Backup set date must be YYYYMMDD - nothing '
                   'restored'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-NAME.
           STRING 'rental-backup-manifest-' DELIMITED BY SIZE
               RESTORE-DATE DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO MANIFEST-NAME.

           PERFORM LOAD-MANIFEST.
           IF NOT SET-REFUSED
               PERFORM VERIFY-BACKUP-COPY
                   VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SET-MEMBER-COUNT
           END-IF.
           IF SET-REFUSED
               DISPLAY 'Backup set ' RESTORE-DATE ' is incomplete or '
                   'does not match its manifest - nothing restored'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'Backup set ' RESTORE-DATE ' verified: '
               SET-RECORD-COUNT ' records in ' SET-MEMBER-COUNT
               ' files.'.
           DISPLAY 'Overwrite every live rental-side file from it? '
               '(Y/N)'.
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY NOT = 'Y'
               DISPLAY 'Nothing restored'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Counters still signed on - nothing restored'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM REBUILD-SET-MEMBER
               VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SET-MEMBER-COUNT
                  OR REBUILD-FAILED.

           IF NOT REBUILD-FAILED
               PERFORM RECHECK-SET-MEMBER
                   VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SET-MEMBER-COUNT
           END-IF.

           PERFORM RELEASE-MOVIE-LOCK.
           PERFORM WRITE-RUN-CONTROL.

           EVALUATE TRUE
               WHEN REBUILD-FAILED
                   DISPLAY 'Restore FAILED after ' MEMBERS-RESTORED
                       ' files - rental-side files NOT consistent, '
                       'rerun the restore'
                   MOVE 8 TO RETURN-CODE
               WHEN RECHECK-FAILED
                   DISPLAY 'Rebuilt files do not match the manifest '
                       '- restore NOT verified'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'Rental set restored from ' RESTORE-DATE
                       ': ' MEMBERS-RESTORED ' files, every count '
                       'and control total verified'
           END-EVALUATE.
           STOP RUN.

      * Batch mode, as the backup takes it - a counter still signed
      * on would be renting against files about to be overwritten,
      * so the restore waits for the last till to sign off rather
      * than offer an override.
       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'RESTORE-RENTAL-SET' TO LOCK-CALLER.
           SET LOCK-BATCH-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

      * Written whether the set went back or was refused - records
      * read are the backup records verified against the manifest,
      * records written the ones reloaded into the live files, so
      * a refusal shows on the job log as nothing written.
       WRITE-RUN-CONTROL.
           MOVE 'RESTORE-RENTAL-SET' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE SET-RECORD-COUNT TO RUN-RECORDS-READ.
           MOVE RECORDS-RELOADED TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

      * Every problem with the manifest is listed, not just the
      * first, so the operator sees the whole state of the set.
       LOAD-MANIFEST.
           PERFORM CLEAR-MANIFEST-SLOT
               VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SET-MEMBER-COUNT.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FS NOT = '00'
               DISPLAY 'No manifest ' FUNCTION TRIM(MANIFEST-NAME)
               SET SET-REFUSED TO TRUE
           ELSE
               PERFORM LOAD-MANIFEST-ROW UNTIL MANIFEST-EOF
               CLOSE MANIFEST-FILE
               PERFORM CHECK-MANIFEST-SET
           END-IF.

       CLEAR-MANIFEST-SLOT.
           MOVE 'N' TO MF-SEEN-SW (SET-IDX).
           MOVE SPACES TO MF-BACKUP-NAME (SET-IDX).
           MOVE 0 TO MF-RECORD-COUNT (SET-IDX).
           MOVE 0 TO MF-CONTROL-TOTAL (SET-IDX).

       LOAD-MANIFEST-ROW.
           READ MANIFEST-FILE
               AT END
                   SET MANIFEST-EOF TO TRUE
               NOT AT END
                   PERFORM TAKE-MANIFEST-ROW
           END-READ.

       TAKE-MANIFEST-ROW.
           IF RM-SET-DATE NOT = RESTORE-DATE
               DISPLAY 'Manifest row for '
                   FUNCTION TRIM(RM-LIVE-NAME) ' is dated '
                   RM-SET-DATE
               SET SET-REFUSED TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN RM-COMPLETE-ROW
                   SET COMPLETE-SEEN TO TRUE
                   MOVE RM-RECORD-COUNT TO COMPLETE-MEMBERS
                   MOVE RM-CONTROL-TOTAL TO COMPLETE-RECORDS
               WHEN RM-MEMBER-ROW
                   PERFORM TAKE-MEMBER-ROW
               WHEN OTHER
                   DISPLAY 'Manifest row of unknown type '
                       RM-ROW-TYPE
                   SET SET-REFUSED TO TRUE
           END-EVALUATE.

       TAKE-MEMBER-ROW.
           MOVE 'N' TO MEMBER-FOUND-SW.
           PERFORM FIND-SET-MEMBER
               VARYING FIND-IDX FROM 1 BY 1
               UNTIL FIND-IDX > SET-MEMBER-COUNT
                  OR MEMBER-FOUND.
           IF NOT MEMBER-FOUND
               DISPLAY 'Manifest names '
                   FUNCTION TRIM(RM-LIVE-NAME)
                   ' - not a rental-side file'
               SET SET-REFUSED TO TRUE
           END-IF.

       FIND-SET-MEMBER.
           IF SET-LIVE-NAME (FIND-IDX) = RM-LIVE-NAME
               SET MEMBER-FOUND TO TRUE
               IF MF-SEEN (FIND-IDX)
                   DISPLAY 'Manifest names '
                       FUNCTION TRIM(RM-LIVE-NAME) ' twice'
                   SET SET-REFUSED TO TRUE
               ELSE
                   SET MF-SEEN (FIND-IDX) TO TRUE
                   MOVE RM-BACKUP-NAME TO MF-BACKUP-NAME (FIND-IDX)
                   MOVE RM-RECORD-COUNT TO MF-RECORD-COUNT (FIND-IDX)
                   MOVE RM-CONTROL-TOTAL
                       TO MF-CONTROL-TOTAL (FIND-IDX)
                   ADD RM-RECORD-COUNT TO MANIFEST-RECORDS
               END-IF
           END-IF.

      * The COMPLETE row is only written once every member copied
      * cleanly - without it, or with its counts disagreeing with
      * the member rows, the set is a night's backup that died
      * part-way and is not a restore point.
       CHECK-MANIFEST-SET.
           IF NOT COMPLETE-SEEN
               DISPLAY 'Manifest has no COMPLETE row - the backup '
                   'never finished'
               SET SET-REFUSED TO TRUE
           ELSE
               IF COMPLETE-MEMBERS NOT = SET-MEMBER-COUNT
                  OR COMPLETE-RECORDS NOT = MANIFEST-RECORDS
                   DISPLAY 'Manifest COMPLETE row does not agree '
                       'with its member rows'
                   SET SET-REFUSED TO TRUE
               END-IF
           END-IF.
           PERFORM CHECK-MEMBER-LISTED
               VARYING SET-IDX FROM 1 BY 1
               UNTIL SET-IDX > SET-MEMBER-COUNT.

       CHECK-MEMBER-LISTED.
           IF NOT MF-SEEN (SET-IDX)
               DISPLAY 'Manifest has no row for '
                   FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
               SET SET-REFUSED TO TRUE
           END-IF.

       VERIFY-BACKUP-COPY.
           MOVE 0 TO MEMBER-COUNT.
           MOVE 0 TO MEMBER-TOTAL.
           MOVE 'N' TO BACKUP-EOF-SW.
           MOVE MF-BACKUP-NAME (SET-IDX) TO BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FS NOT = '00'
               DISPLAY 'Backup copy ' FUNCTION TRIM(BACKUP-NAME)
                   ' cannot be read'
               SET SET-REFUSED TO TRUE
           ELSE
               PERFORM TALLY-BACKUP-LINE UNTIL BACKUP-EOF
               CLOSE BACKUP-FILE
               IF MEMBER-COUNT NOT = MF-RECORD-COUNT (SET-IDX)
                  OR MEMBER-TOTAL NOT = MF-CONTROL-TOTAL (SET-IDX)
                   DISPLAY 'Backup copy ' FUNCTION TRIM(BACKUP-NAME)
                       ' holds ' MEMBER-COUNT '/' MEMBER-TOTAL
                       ', manifest says '
                       MF-RECORD-COUNT (SET-IDX) '/'
                       MF-CONTROL-TOTAL (SET-IDX)
                   SET SET-REFUSED TO TRUE
               ELSE
                   ADD MEMBER-COUNT TO SET-RECORD-COUNT
               END-IF
           END-IF.

       TALLY-BACKUP-LINE.
           READ BACKUP-FILE
               AT END
                   SET BACKUP-EOF TO TRUE
               NOT AT END
                   MOVE BACKUP-LINE TO SET-LINE
                   PERFORM TALLY-SET-LINE
           END-READ.

      * The control total adds the digits of the member's total
      * field as they stand, decimal point ignored - the same sum
      * BACKUP-RENTAL-SET wrote to the manifest.
       TALLY-SET-LINE.
           ADD 1 TO MEMBER-COUNT.
           IF SET-LINE (SET-TOTAL-START (SET-IDX):
                   SET-TOTAL-LENGTH (SET-IDX)) IS NUMERIC
               MOVE SET-LINE (SET-TOTAL-START (SET-IDX):
                   SET-TOTAL-LENGTH (SET-IDX)) TO TALLY-AMOUNT
               ADD TALLY-AMOUNT TO MEMBER-TOTAL
           END-IF.

      * The copies were unloaded in primary-key order, so each
      * indexed file reloads sequentially and rebuilds its
      * alternate index on the way.
       REBUILD-SET-MEMBER.
           MOVE 'N' TO BACKUP-EOF-SW.
           MOVE MF-BACKUP-NAME (SET-IDX) TO BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FS NOT = '00'
               DISPLAY 'Backup copy ' FUNCTION TRIM(BACKUP-NAME)
                   ' cannot be read'
               SET REBUILD-FAILED TO TRUE
           ELSE
               PERFORM OPEN-LIVE-OUTPUT
               IF LIVE-FS NOT = '00'
                   DISPLAY 'Cannot rebuild '
                       FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                       ' - status ' LIVE-FS
                   SET REBUILD-FAILED TO TRUE
               ELSE
                   PERFORM RELOAD-ONE-RECORD UNTIL BACKUP-EOF
                   PERFORM CLOSE-LIVE-FILE
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
           IF NOT REBUILD-FAILED
               ADD 1 TO MEMBERS-RESTORED
           END-IF.

       RELOAD-ONE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET BACKUP-EOF TO TRUE
               NOT AT END
                   MOVE BACKUP-LINE TO SET-LINE
                   PERFORM WRITE-LIVE-RECORD
                   IF LIVE-FS > 9
                       DISPLAY 'Write failed on '
                           FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                           ' - status ' LIVE-FS
                       SET REBUILD-FAILED TO TRUE
                       SET BACKUP-EOF TO TRUE
                   ELSE
                       ADD 1 TO RECORDS-RELOADED
                   END-IF
           END-READ.

       RECHECK-SET-MEMBER.
           MOVE 0 TO MEMBER-COUNT.
           MOVE 0 TO MEMBER-TOTAL.
           MOVE 'N' TO LIVE-EOF-SW.
           PERFORM OPEN-LIVE-INPUT.
           IF LIVE-FS NOT = '00'
               DISPLAY 'Cannot reopen '
                   FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                   ' - status ' LIVE-FS
               SET RECHECK-FAILED TO TRUE
           ELSE
               PERFORM RECHECK-LIVE-RECORD UNTIL LIVE-EOF
               PERFORM CLOSE-LIVE-FILE
               IF MEMBER-COUNT NOT = MF-RECORD-COUNT (SET-IDX)
                  OR MEMBER-TOTAL NOT = MF-CONTROL-TOTAL (SET-IDX)
                   DISPLAY FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                       ' holds ' MEMBER-COUNT '/' MEMBER-TOTAL
                       ', manifest says '
                       MF-RECORD-COUNT (SET-IDX) '/'
                       MF-CONTROL-TOTAL (SET-IDX)
                   SET RECHECK-FAILED TO TRUE
               ELSE
                   DISPLAY FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                       ': ' MEMBER-COUNT ' records, control total '
                       MEMBER-TOTAL ' - verified'
               END-IF
           END-IF.

       RECHECK-LIVE-RECORD.
           PERFORM READ-LIVE-RECORD.
           IF LIVE-FS > 9 AND NOT LIVE-EOF
               DISPLAY 'Read failed on '
                   FUNCTION TRIM(SET-LIVE-NAME (SET-IDX))
                   ' - status ' LIVE-FS
               SET RECHECK-FAILED TO TRUE
               SET LIVE-EOF TO TRUE
           END-IF.
           IF NOT LIVE-EOF
               PERFORM TALLY-SET-LINE
           END-IF.

       OPEN-LIVE-OUTPUT.
           EVALUATE SET-IDX
               WHEN 1
                   OPEN OUTPUT RENTAL-FILE
               WHEN 2
                   OPEN OUTPUT HOLDS-FILE
               WHEN 3
                   OPEN OUTPUT STORE-INVENTORY-FILE
               WHEN 4
                   OPEN OUTPUT MEMBERSHIP-FILE
               WHEN 5
                   OPEN OUTPUT FEES-OWED-FILE
               WHEN 6
                   OPEN OUTPUT FEE-SETTLEMENT-FILE
               WHEN 7
                   OPEN OUTPUT CREDIT-MOVEMENT-FILE
               WHEN 8
                   OPEN OUTPUT TRANSFER-FILE
               WHEN 9
                   OPEN OUTPUT PURCHASE-ORDER-FILE
           END-EVALUATE.

       WRITE-LIVE-RECORD.
           EVALUATE SET-IDX
               WHEN 1
                   MOVE SET-LINE TO RENTAL-RECORD
                   WRITE RENTAL-RECORD
               WHEN 2
                   MOVE SET-LINE TO HOLD-RECORD
                   WRITE HOLD-RECORD
               WHEN 3
                   MOVE SET-LINE TO STORE-INVENTORY-RECORD
                   WRITE STORE-INVENTORY-RECORD
               WHEN 4
                   MOVE SET-LINE TO MEMBERSHIP-RECORD
                   WRITE MEMBERSHIP-RECORD
               WHEN 5
                   MOVE SET-LINE TO FEE-RECORD
                   WRITE FEE-RECORD
               WHEN 6
                   MOVE SET-LINE TO FEE-SETTLEMENT-RECORD
                   WRITE FEE-SETTLEMENT-RECORD
               WHEN 7
                   MOVE SET-LINE TO CREDIT-MOVEMENT-RECORD
                   WRITE CREDIT-MOVEMENT-RECORD
               WHEN 8
                   MOVE SET-LINE TO TRANSFER-RECORD
                   WRITE TRANSFER-RECORD
               WHEN 9
                   MOVE SET-LINE TO PURCHASE-ORDER-RECORD
                   WRITE PURCHASE-ORDER-RECORD
           END-EVALUATE.

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

       END PROGRAM RESTORE-RENTAL-SET.
