       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO "gl-accounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAP-FS.

           SELECT PRICE-AUDIT-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT CREDIT-MOVEMENT-FILE
           ASSIGN TO "credit-movements.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVEMENT-FS.

           SELECT RENEWAL-LOG-FILE ASSIGN TO "renewals.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RENEWAL-LOG-FS.

           SELECT POSTING-FILE ASSIGN TO POSTING-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MAP-FILE.
           01 GL-ACCOUNT-RECORD.
               COPY 'gl-account-record.cpy'.

       FD PRICE-AUDIT-FILE.
           01 PRICE-AUDIT-RECORD.
               COPY 'price-audit-record.cpy'.

       FD FEES-OWED-FILE.
           01 FEE-OWED-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD CREDIT-MOVEMENT-FILE.
           01 CREDIT-MOVEMENT-RECORD.
               COPY 'credit-movement-record.cpy'.

       FD RENEWAL-LOG-FILE.
           01 RENEWAL-LOG-RECORD.
               COPY 'renewal-record.cpy'.

       FD POSTING-FILE.
           01 GL-POSTING-RECORD.
               COPY 'gl-posting-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 MAP-FS                 PIC 9(02).
           01 AUDIT-FS               PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 MOVEMENT-FS            PIC 9(02).
           01 RENEWAL-LOG-FS         PIC 9(02).
           01 POSTING-FS             PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 SOURCE-EOF-SW          PIC X(01).
               88  SOURCE-EOF            VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 POSTING-DATE           PIC 9(08) VALUE 0.
           01 PERIOD-REQUEST.
               COPY 'period-request.cpy'.
           01 POSTING-NAME           PIC X(40) VALUE SPACES.
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 LINES-WRITTEN          PIC 9(06) VALUE 0.
           01 SKIPPED-COUNT          PIC 9(06) VALUE 0.
           01 UNMAPPED-COUNT         PIC 9(04) VALUE 0.
           01 BATCH-REFUSED-SW       PIC X(01) VALUE 'N'.
               88  BATCH-REFUSED         VALUE 'Y'.
           01 TOTAL-DEBITS           PIC 9(9)V9(2) VALUE 0.
           01 TOTAL-CREDITS          PIC 9(9)V9(2) VALUE 0.
           01 DISPLAY-TOTAL          PIC Z(8)9.99.

      * The account map, loaded once.  Twenty rows is room for
      * every movement twice over.
           01 MAP-COUNT              PIC 9(02) VALUE 0 COMP.
           01 MAP-IDX                PIC 9(02) VALUE 0 COMP.
           01 MAP-AT                 PIC 9(02) VALUE 0 COMP.
           01 ACCOUNT-MAP-TABLE.
               02  MAP-ENTRY OCCURS 20 TIMES.
                   03  AM-EVENT-CODE       PIC X(02).
                   03  AM-DEBIT-ACCOUNT    PIC X(08).
                   03  AM-CREDIT-ACCOUNT   PIC X(08).
                   03  AM-DESCRIPTION      PIC X(30).

      * The day's money by store and movement, every source folded
      * in before a single line is built - so the balance check
      * sees the whole batch, not a file at a time.
           01 TALLY-COUNT            PIC 9(04) VALUE 0 COMP.
           01 TALLY-IDX              PIC 9(04) VALUE 0 COMP.
           01 TALLY-AT               PIC 9(04) VALUE 0 COMP.
           01 TALLY-TABLE.
               02  TALLY-ENTRY OCCURS 600 TIMES.
                   03  TL-STORE-ID         PIC X(04).
                   03  TL-EVENT-CODE       PIC X(02).
                   03  TL-AMOUNT           PIC 9(7)V9(2).
           01 TALLY-STORE-ID         PIC X(04).
           01 TALLY-EVENT-CODE       PIC X(02).
           01 TALLY-AMOUNT           PIC 9(7)V9(2).
           01 TALLY-FULL-SW          PIC X(01) VALUE 'N'.
               88  TALLY-FULL            VALUE 'Y'.
       PROCEDURE DIVISION.
      * The nightly general-ledger extract.  Every money movement
      * dated the posting date - rental charges, reversals, refunds
      * and tax off the price audit trail, used-copy sales, fees as
      * they are assessed, fee payments and waivers, store credit
      * sold and spent, and membership dues - is summed by store
      * and kind, and each sum posts as a balanced pair of journal
      * lines to the accounts the map names.  The batch is written
      * whole or not at all: a movement with no account to go to,
      * or debits that don't equal credits, refuses the run with an
      * error condition code and leaves no posting file behind, so
      * the ledger never loads half a day.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

      * Blank is tonight's normal run; the morning drop-box rerun
      * keys yesterday, as the close steps do, and replaces that
      * day's posting file.
           DISPLAY 'Posting date YYYYMMDD (blank for today): '.
           ACCEPT POSTING-DATE.
           IF POSTING-DATE = 0
               MOVE TODAY-DATE TO POSTING-DATE
           END-IF.

           MOVE POSTING-DATE TO PQ-DATE.
           CALL 'CHECK-PERIOD' USING PERIOD-REQUEST.
           IF PQ-CLOSED
               DISPLAY 'Period ' PQ-MONTH ' is closed - nothing '
                   'posted'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-ACCOUNT-MAP.
           IF MAP-COUNT = 0
               DISPLAY 'No ledger account map on file - nothing '
                   'posted'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TALLY-AUDIT-TRAIL.
           PERFORM TALLY-FEES-ASSESSED.
           PERFORM TALLY-FEE-SETTLEMENTS.
           PERFORM TALLY-CREDIT-MOVEMENTS.
           PERFORM TALLY-RENEWALS.

           IF TALLY-FULL
               DISPLAY 'More store/movement totals than the extract '
                   'holds - batch refused'
               SET BATCH-REFUSED TO TRUE
           END-IF.

           PERFORM CHECK-ONE-TALLY
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > TALLY-COUNT.
           IF UNMAPPED-COUNT > 0
               DISPLAY UNMAPPED-COUNT ' totals have no account to '
                   'post to - batch refused'
               SET BATCH-REFUSED TO TRUE
           END-IF.
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               DISPLAY 'Debits do not equal credits - batch refused'
               SET BATCH-REFUSED TO TRUE
           END-IF.

           IF BATCH-REFUSED
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-POSTING-FILE.
           PERFORM WRITE-RUN-CONTROL.

           MOVE TOTAL-DEBITS TO DISPLAY-TOTAL.
           DISPLAY 'Ledger postings for ' POSTING-DATE ': '
               LINES-WRITTEN ' lines, $'
               FUNCTION TRIM(DISPLAY-TOTAL) ' debits = credits'.
           IF SKIPPED-COUNT > 0
               DISPLAY '  (' SKIPPED-COUNT ' credit transfers between '
                   'members not posted - no money moved)'
           END-IF.
           STOP RUN.

      * A row with no event code or a blank account on either side
      * is left out, and the movement it was for then shows up as
      * unmapped rather than posting to nowhere.
       LOAD-ACCOUNT-MAP.
           MOVE 'N' TO SOURCE-EOF-SW.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF MAP-FS = '00'
               PERFORM LOAD-ONE-ACCOUNT UNTIL SOURCE-EOF
               CLOSE ACCOUNT-MAP-FILE
           END-IF.

       LOAD-ONE-ACCOUNT.
           READ ACCOUNT-MAP-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   IF GLA-EVENT-CODE NOT = SPACES
                       AND GLA-DEBIT-ACCOUNT NOT = SPACES
                       AND GLA-CREDIT-ACCOUNT NOT = SPACES
                       AND MAP-COUNT < 20
                           ADD 1 TO MAP-COUNT
                           MOVE GL-ACCOUNT-RECORD
                               TO MAP-ENTRY (MAP-COUNT)
                   END-IF
           END-READ.

      * The trail's own reading, as DRAWER-CLOSE and the revenue
      * summary take it: reversals, refunds and bundle savings
      * come back off, tax is tax and tax handed back with a refund
      * (or a bundle) is its own movement, a used-copy sale is a
      * sale, and anything else is a rental charge.
       TALLY-AUDIT-TRAIL.
           MOVE 'N' TO SOURCE-EOF-SW.
           OPEN INPUT PRICE-AUDIT-FILE.
           IF AUDIT-FS = '00'
               PERFORM TALLY-ONE-AUDIT-ENTRY UNTIL SOURCE-EOF
               CLOSE PRICE-AUDIT-FILE
           END-IF.

       TALLY-ONE-AUDIT-ENTRY.
           READ PRICE-AUDIT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF AUDIT-TIMESTAMP (1:8) = POSTING-DATE
                       PERFORM CLASSIFY-AUDIT-ENTRY
                   END-IF
           END-READ.

       CLASSIFY-AUDIT-ENTRY.
           EVALUATE TRUE
               WHEN AUDIT-REVERSAL OR AUDIT-REFUND
                   OR AUDIT-BUNDLE-DISCOUNT
                   MOVE 'RV' TO TALLY-EVENT-CODE
               WHEN AUDIT-TAX-ENTRY
                   MOVE 'TX' TO TALLY-EVENT-CODE
               WHEN AUDIT-TAX-REFUND
                   MOVE 'TB' TO TALLY-EVENT-CODE
               WHEN AUDIT-SALE
                   MOVE 'SL' TO TALLY-EVENT-CODE
               WHEN OTHER
                   MOVE 'RN' TO TALLY-EVENT-CODE
           END-EVALUATE.
           MOVE AUDIT-STORE-ID TO TALLY-STORE-ID.
           MOVE AUDIT-PRICE TO TALLY-AMOUNT.
           PERFORM ADD-TO-TALLY.

      * Fees post when they are assessed - the receivable is real
      * from that day, whenever (or whether) it is paid.
       TALLY-FEES-ASSESSED.
           MOVE 'N' TO SOURCE-EOF-SW.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM TALLY-ONE-FEE UNTIL SOURCE-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

       TALLY-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF FEE-ASSESSED-DATE = POSTING-DATE
                       PERFORM CLASSIFY-FEE
                   END-IF
           END-READ.

       CLASSIFY-FEE.
           EVALUATE TRUE
               WHEN FEE-DAMAGE
                   MOVE 'FD' TO TALLY-EVENT-CODE
               WHEN FEE-REPLACEMENT
                   MOVE 'FR' TO TALLY-EVENT-CODE
               WHEN OTHER
                   MOVE 'FL' TO TALLY-EVENT-CODE
           END-EVALUATE.
           MOVE FEE-STORE-ID TO TALLY-STORE-ID.
           MOVE FEE-AMOUNT TO TALLY-AMOUNT.
           PERFORM ADD-TO-TALLY.

       TALLY-FEE-SETTLEMENTS.
           MOVE 'N' TO SOURCE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM TALLY-ONE-SETTLEMENT UNTIL SOURCE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

       TALLY-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF FSET-SETTLED-DATE = POSTING-DATE
                       IF FSET-WAIVER
                           MOVE 'FW' TO TALLY-EVENT-CODE
                       ELSE
                           MOVE 'FP' TO TALLY-EVENT-CODE
                       END-IF
                       MOVE FSET-STORE-ID TO TALLY-STORE-ID
                       MOVE FSET-AMOUNT TO TALLY-AMOUNT
                       PERFORM ADD-TO-TALLY
                   END-IF
           END-READ.

      * Store credit is money held for the member, not money
      * earned.  A movement with no store stamp is the merge
      * transfer - one member's balance handed to another - which
      * moves nothing between the member and the shop and has no
      * place in the ledger.
       TALLY-CREDIT-MOVEMENTS.
           MOVE 'N' TO SOURCE-EOF-SW.
           OPEN INPUT CREDIT-MOVEMENT-FILE.
           IF MOVEMENT-FS = '00'
               PERFORM TALLY-ONE-MOVEMENT UNTIL SOURCE-EOF
               CLOSE CREDIT-MOVEMENT-FILE
           END-IF.

       TALLY-ONE-MOVEMENT.
           READ CREDIT-MOVEMENT-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF CM-DATE = POSTING-DATE
                       IF CM-STORE-ID = SPACES
                           ADD 1 TO SKIPPED-COUNT
                       ELSE
                           PERFORM CLASSIFY-MOVEMENT
                       END-IF
                   END-IF
           END-READ.

       CLASSIFY-MOVEMENT.
           IF CM-PURCHASE
               MOVE 'CP' TO TALLY-EVENT-CODE
           ELSE
               MOVE 'CR' TO TALLY-EVENT-CODE
           END-IF.
           MOVE CM-STORE-ID TO TALLY-STORE-ID.
           MOVE CM-AMOUNT TO TALLY-AMOUNT.
           PERFORM ADD-TO-TALLY.

       TALLY-RENEWALS.
           MOVE 'N' TO SOURCE-EOF-SW.
           OPEN INPUT RENEWAL-LOG-FILE.
           IF RENEWAL-LOG-FS = '00'
               PERFORM TALLY-ONE-RENEWAL UNTIL SOURCE-EOF
               CLOSE RENEWAL-LOG-FILE
           END-IF.

       TALLY-ONE-RENEWAL.
           READ RENEWAL-LOG-FILE
               AT END
                   SET SOURCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF RL-RENEWED-DATE = POSTING-DATE
                       MOVE 'MD' TO TALLY-EVENT-CODE
                       MOVE RL-STORE-ID TO TALLY-STORE-ID
                       MOVE RL-AMOUNT-PAID TO TALLY-AMOUNT
                       PERFORM ADD-TO-TALLY
                   END-IF
           END-READ.

      * Find the store/movement total or start one.  A full table
      * can't be posted in part - the flag refuses the batch.
       ADD-TO-TALLY.
           MOVE 0 TO TALLY-AT.
           PERFORM FIND-TALLY-SLOT
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > TALLY-COUNT OR TALLY-AT > 0.
           IF TALLY-AT = 0
               IF TALLY-COUNT < 600
                   ADD 1 TO TALLY-COUNT
                   MOVE TALLY-COUNT TO TALLY-AT
                   MOVE TALLY-STORE-ID TO TL-STORE-ID (TALLY-AT)
                   MOVE TALLY-EVENT-CODE TO TL-EVENT-CODE (TALLY-AT)
                   MOVE 0 TO TL-AMOUNT (TALLY-AT)
               ELSE
                   SET TALLY-FULL TO TRUE
               END-IF
           END-IF.
           IF TALLY-AT > 0
               ADD TALLY-AMOUNT TO TL-AMOUNT (TALLY-AT)
           END-IF.

       FIND-TALLY-SLOT.
           IF TL-STORE-ID (TALLY-IDX) = TALLY-STORE-ID
               AND TL-EVENT-CODE (TALLY-IDX) = TALLY-EVENT-CODE
                   MOVE TALLY-IDX TO TALLY-AT
           END-IF.

      * Every total must have its accounts before anything is
      * written; each one that does counts once on each side.
       CHECK-ONE-TALLY.
           PERFORM FIND-MAP-ROW.
           IF MAP-AT = 0
               ADD 1 TO UNMAPPED-COUNT
               DISPLAY '  No account for movement '
                   TL-EVENT-CODE (TALLY-IDX) ' at store '
                   TL-STORE-ID (TALLY-IDX)
           ELSE
               ADD TL-AMOUNT (TALLY-IDX) TO TOTAL-DEBITS
               ADD TL-AMOUNT (TALLY-IDX) TO TOTAL-CREDITS
           END-IF.

       FIND-MAP-ROW.
           MOVE 0 TO MAP-AT.
           PERFORM MATCH-MAP-ROW
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT OR MAP-AT > 0.

       MATCH-MAP-ROW.
           IF AM-EVENT-CODE (MAP-IDX) = TL-EVENT-CODE (TALLY-IDX)
               MOVE MAP-IDX TO MAP-AT
           END-IF.

      * One file per posting date, cut fresh each run - a rerun
      * for the day replaces the day rather than doubling it.
       WRITE-POSTING-FILE.
           MOVE SPACES TO POSTING-NAME.
           STRING 'gl-postings-' DELIMITED BY SIZE
               POSTING-DATE DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO POSTING-NAME.
           OPEN OUTPUT POSTING-FILE.
           PERFORM POST-ONE-TALLY
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > TALLY-COUNT.
           CLOSE POSTING-FILE.

       POST-ONE-TALLY.
           IF TL-AMOUNT (TALLY-IDX) > 0
               PERFORM FIND-MAP-ROW
               MOVE POSTING-DATE TO GLP-POSTING-DATE
               MOVE TL-STORE-ID (TALLY-IDX) TO GLP-STORE-ID
               MOVE TL-AMOUNT (TALLY-IDX) TO GLP-AMOUNT
               MOVE TL-EVENT-CODE (TALLY-IDX) TO GLP-EVENT-CODE
               MOVE AM-DESCRIPTION (MAP-AT) TO GLP-DESCRIPTION
               MOVE AM-DEBIT-ACCOUNT (MAP-AT) TO GLP-ACCOUNT
               SET GLP-DEBIT TO TRUE
               WRITE GL-POSTING-RECORD
               MOVE AM-CREDIT-ACCOUNT (MAP-AT) TO GLP-ACCOUNT
               SET GLP-CREDIT TO TRUE
               WRITE GL-POSTING-RECORD
               ADD 2 TO LINES-WRITTEN
           END-IF.

       WRITE-RUN-CONTROL.
           MOVE 'GL-EXTRACT' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE LINES-WRITTEN TO RUN-RECORDS-WRITTEN.
           IF BATCH-REFUSED
               MOVE TALLY-COUNT TO RUN-RECORDS-REJECTED
           ELSE
               MOVE 0 TO RUN-RECORDS-REJECTED
           END-IF.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM GL-EXTRACT.
