       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSS-PREVENTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-LOG-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "inventory-adjust.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUST-FS.

           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FS.

           SELECT THRESHOLD-FILE ASSIGN TO "lp-thresholds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS THRESHOLD-FS.
       DATA DIVISION.
       FILE SECTION.
      * The live trail and its monthly archives are read as plain
      * lines into one work record, the way TAX-RETURN reads them -
      * a week that straddles a month end spans both.
       FD LIVE-LOG-FILE.
           01 LIVE-LINE                 PIC X(84).

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(84).

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD ADJUSTMENT-FILE.
           01 ADJUSTMENT-RECORD.
               COPY 'adjustment-record.cpy'.

       FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
               COPY 'operator-record.cpy'.

       FD THRESHOLD-FILE.
           01 LP-THRESHOLD-RECORD.
               COPY 'lp-threshold-record.cpy'.
       WORKING-STORAGE SECTION.
           01 LIVE-FS                PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 ADJUST-FS              PIC 9(02).
           01 OPERATOR-FS            PIC 9(02).
           01 THRESHOLD-FS           PIC 9(02).
           01 LOG-EOF-SW             PIC X(01).
               88  LOG-EOF               VALUE 'Y'.
           01 FILE-EOF-SW            PIC X(01).
               88  FILE-EOF              VALUE 'Y'.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-MONTH          PIC 9(06).
           01 AUDIT-WORK.
               COPY 'price-audit-record.cpy'.

      * The week: seven days ending on the day asked for.
           01 TODAY-DATE             PIC 9(08).
           01 WEEK-END-DATE          PIC 9(08) VALUE 0.
           01 WEEK-START-DATE        PIC 9(08).
           01 ENTRY-DATE             PIC 9(08).

      * The thresholds in force at the week's end - the defaults
      * stand only when no row was ever loaded.
           01 BEST-THRESHOLD-DATE    PIC 9(08).
           01 MAX-SHIFT-OVERRIDES    PIC 9(03) VALUE 5.
           01 MAX-WEEK-REFUNDS       PIC 9(03) VALUE 5.
           01 MAX-WEEK-REFUND-AMOUNT PIC 9(5)V9(2) VALUE 50.00.
           01 MAX-WEEK-WAIVERS       PIC 9(03) VALUE 5.
           01 MAX-WEEK-WAIVER-AMOUNT PIC 9(5)V9(2) VALUE 50.00.
           01 MAX-WEEK-DAMAGED       PIC 9(03) VALUE 3.
           01 MAX-WEEK-LOST          PIC 9(03) VALUE 3.

      * One row per operator and store seen in the week, with what
      * they signed off.
           01 LR-COUNT               PIC 9(03) VALUE 0 COMP.
           01 LR-IDX                 PIC 9(03) VALUE 0 COMP.
           01 LR-AT                  PIC 9(03) VALUE 0 COMP.
           01 TALLY-OPERATOR         PIC X(03).
           01 TALLY-STORE-ID         PIC X(04).
           01 LR-TABLE.
               02  LR-ROW OCCURS 300 TIMES.
                   03  LR-OPERATOR         PIC X(03).
                   03  LR-STORE-ID         PIC X(04).
                   03  LR-OVERRIDES        PIC 9(04).
                   03  LR-OVERRIDE-AMOUNT  PIC 9(6)V9(2).
                   03  LR-REFUNDS          PIC 9(04).
                   03  LR-REFUND-AMOUNT    PIC 9(6)V9(2).
                   03  LR-WAIVERS          PIC 9(04).
                   03  LR-WAIVER-AMOUNT    PIC 9(6)V9(2).
                   03  LR-DAMAGED          PIC 9(04).
                   03  LR-LOST             PIC 9(04).
                   03  LR-FLAGS            PIC 9(04).

      * Overrides per shift - one operator, one store, one day.
           01 SH-COUNT               PIC 9(03) VALUE 0 COMP.
           01 SH-IDX                 PIC 9(03) VALUE 0 COMP.
           01 SH-AT                  PIC 9(03) VALUE 0 COMP.
           01 SH-TABLE.
               02  SH-ROW OCCURS 500 TIMES.
                   03  SH-OPERATOR         PIC X(03).
                   03  SH-STORE-ID         PIC X(04).
                   03  SH-DATE             PIC 9(08).
                   03  SH-OVERRIDES        PIC 9(04).

      * Every title each operator overrode in the week, and every
      * refund they signed - matched up once both are read, since
      * the refund can land on either side of the override in the
      * trail's order.
           01 OV-COUNT               PIC 9(04) VALUE 0 COMP.
           01 OV-IDX                 PIC 9(04) VALUE 0 COMP.
           01 OV-TABLE.
               02  OV-ROW OCCURS 1000 TIMES.
                   03  OV-OPERATOR         PIC X(03).
                   03  OV-IMDB-ID          PIC X(10).
           01 RF-COUNT               PIC 9(03) VALUE 0 COMP.
           01 RF-IDX                 PIC 9(03) VALUE 0 COMP.
           01 RF-TABLE.
               02  RF-ROW OCCURS 500 TIMES.
                   03  RF-OPERATOR         PIC X(03).
                   03  RF-STORE-ID         PIC X(04).
                   03  RF-IMDB-ID          PIC X(10).
                   03  RF-DATE             PIC 9(08).
                   03  RF-AMOUNT           PIC 9(2)V9(2).
           01 MATCH-SW               PIC X(01).
               88  MATCH-FOUND           VALUE 'Y'.

      * Operators who hold a membership card of their own, and the
      * waivers they granted on it.
           01 OT-COUNT               PIC 9(03) VALUE 0 COMP.
           01 OT-IDX                 PIC 9(03) VALUE 0 COMP.
           01 OT-TABLE.
               02  OT-ROW OCCURS 500 TIMES.
                   03  OT-INITIALS         PIC X(03).
                   03  OT-MEMBER-ID        PIC X(10).
           01 SW-COUNT               PIC 9(03) VALUE 0 COMP.
           01 SW-IDX                 PIC 9(03) VALUE 0 COMP.
           01 SW-TABLE.
               02  SW-ROW OCCURS 200 TIMES.
                   03  SW-OPERATOR         PIC X(03).
                   03  SW-STORE-ID         PIC X(04).
                   03  SW-MEMBER-ID        PIC X(10).
                   03  SW-IMDB-ID          PIC X(10).
                   03  SW-DATE             PIC 9(08).
                   03  SW-AMOUNT           PIC 9(4)V9(2).

           01 OVERFLOW-COUNT         PIC 9(06) VALUE 0.
           01 EXCEPTION-COUNT        PIC 9(06) VALUE 0.
           01 DISPLAY-AMOUNT         PIC Z(5)9.99.
           01 DISPLAY-LIMIT          PIC Z(4)9.99.
           01 DISPLAY-STORE          PIC X(04).
       PROCEDURE DIVISION.
      * The weekly loss-prevention exceptions.  Money going out
      * without a sale leaves its mark in three places - overrides,
      * reversals and refunds on the price audit trail, waivers on
      * the fee settlements, damage, loss and write-offs on the
      * inventory adjustments - and each is signed with an
      * operator's initials and a store.  This pulls the week's
      * worth of all three together by operator and store and
      * names whoever goes past the thresholds on lp-thresholds.dat:
      * too many overrides in one shift, a refund on a title the
      * same operator overrode, a waiver on the operator's own
      * membership, or more refunds, waivers, damage or losses in
      * the week than the threshold allows.  An area manager reads
      * it to catch a problem clerk before the drawer close shows
      * the hole.  Any exception ends the step at 4.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Week ending YYYYMMDD (blank for today): '.
           ACCEPT WEEK-END-DATE.
           IF WEEK-END-DATE = 0
               MOVE TODAY-DATE TO WEEK-END-DATE
           END-IF.
           COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WEEK-END-DATE) - 6).

           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-OPERATOR-CARDS.

           MOVE WEEK-START-DATE (1:6) TO ARCHIVE-MONTH.
           PERFORM READ-ONE-ARCHIVE.
           IF WEEK-END-DATE (1:6) NOT = WEEK-START-DATE (1:6)
               MOVE WEEK-END-DATE (1:6) TO ARCHIVE-MONTH
               PERFORM READ-ONE-ARCHIVE
           END-IF.
           PERFORM READ-LIVE-TRAIL.
           PERFORM READ-SETTLEMENTS.
           PERFORM READ-ADJUSTMENTS.

           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'LOSS-PREVENTION EXCEPTIONS  ' WEEK-START-DATE
               ' TO ' WEEK-END-DATE.
           DISPLAY '========================================'
               '========================================'.
           PERFORM CHECK-ONE-SHIFT
               VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > SH-COUNT.
           PERFORM CHECK-ONE-REFUND
               VARYING RF-IDX FROM 1 BY 1 UNTIL RF-IDX > RF-COUNT.
           PERFORM PRINT-ONE-OWN-WAIVER
               VARYING SW-IDX FROM 1 BY 1 UNTIL SW-IDX > SW-COUNT.
           PERFORM CHECK-ONE-WEEK-ROW
               VARYING LR-IDX FROM 1 BY 1 UNTIL LR-IDX > LR-COUNT.
           IF EXCEPTION-COUNT = 0
               DISPLAY '  No exceptions this week'
           END-IF.

           PERFORM PRINT-WEEK-SUMMARY.

           IF EXCEPTION-COUNT > 0 OR OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-THRESHOLDS.
           MOVE 0 TO BEST-THRESHOLD-DATE.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT THRESHOLD-FILE.
           IF THRESHOLD-FS = '00'
               PERFORM SCAN-ONE-THRESHOLD UNTIL FILE-EOF
               CLOSE THRESHOLD-FILE
           END-IF.

       SCAN-ONE-THRESHOLD.
           READ THRESHOLD-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   IF LPT-EFFECTIVE-DATE <= WEEK-END-DATE
                       AND LPT-EFFECTIVE-DATE >= BEST-THRESHOLD-DATE
                           MOVE LPT-EFFECTIVE-DATE
                               TO BEST-THRESHOLD-DATE
                           MOVE LPT-SHIFT-OVERRIDES
                               TO MAX-SHIFT-OVERRIDES
                           MOVE LPT-WEEK-REFUNDS TO MAX-WEEK-REFUNDS
                           MOVE LPT-WEEK-REFUND-AMOUNT
                               TO MAX-WEEK-REFUND-AMOUNT
                           MOVE LPT-WEEK-WAIVERS TO MAX-WEEK-WAIVERS
                           MOVE LPT-WEEK-WAIVER-AMOUNT
                               TO MAX-WEEK-WAIVER-AMOUNT
                           MOVE LPT-WEEK-DAMAGED TO MAX-WEEK-DAMAGED
                           MOVE LPT-WEEK-LOST TO MAX-WEEK-LOST
                   END-IF
           END-READ.

       LOAD-OPERATOR-CARDS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FS = '00'
               PERFORM LOAD-ONE-OPERATOR-CARD UNTIL FILE-EOF
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-ONE-OPERATOR-CARD.
           READ OPERATOR-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   IF OP-MEMBER-ID NOT = SPACES
                       IF OT-COUNT < 500
                           ADD 1 TO OT-COUNT
                           MOVE OP-INITIALS TO OT-INITIALS (OT-COUNT)
                           MOVE OP-MEMBER-ID
                               TO OT-MEMBER-ID (OT-COUNT)
                       ELSE
                           ADD 1 TO OVERFLOW-COUNT
                       END-IF
                   END-IF
           END-READ.

      * A month with no archive simply had not rolled yet - its
      * rows are still on the live trail.
       READ-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'price-audit-' DELIMITED BY SIZE
               ARCHIVE-MONTH DELIMITED BY SIZE
               '.log' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM READ-ONE-ARCHIVE-LINE UNTIL LOG-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-ONE-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-LINE (1:8) NOT = 'TRAILER '
                       MOVE ARCHIVE-LINE TO AUDIT-WORK
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
                   PERFORM SIFT-AUDIT-ENTRY
           END-READ.

      * Overrides and refunds are signed by the operator who
      * authorized them - the initials on the entry.
       SIFT-AUDIT-ENTRY.
           MOVE AUDIT-TIMESTAMP OF AUDIT-WORK (1:8) TO ENTRY-DATE.
           IF ENTRY-DATE >= WEEK-START-DATE
               AND ENTRY-DATE <= WEEK-END-DATE
                   EVALUATE TRUE
                       WHEN AUDIT-OVERRIDE OF AUDIT-WORK
                           PERFORM TALLY-OVERRIDE
                       WHEN AUDIT-REFUND OF AUDIT-WORK
                           PERFORM TALLY-REFUND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-IF.

       TALLY-OVERRIDE.
           MOVE AUDIT-OPERATOR OF AUDIT-WORK TO TALLY-OPERATOR.
           MOVE AUDIT-STORE-ID OF AUDIT-WORK TO TALLY-STORE-ID.
           PERFORM FIND-WEEK-ROW.
           IF LR-AT > 0
               ADD 1 TO LR-OVERRIDES (LR-AT)
               ADD AUDIT-PRICE OF AUDIT-WORK
                   TO LR-OVERRIDE-AMOUNT (LR-AT)
           END-IF.
           PERFORM FIND-SHIFT-ROW.
           IF SH-AT > 0
               ADD 1 TO SH-OVERRIDES (SH-AT)
           END-IF.
           IF OV-COUNT < 1000
               ADD 1 TO OV-COUNT
               MOVE TALLY-OPERATOR TO OV-OPERATOR (OV-COUNT)
               MOVE AUDIT-IMDB-ID OF AUDIT-WORK
                   TO OV-IMDB-ID (OV-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT
           END-IF.

       TALLY-REFUND.
           MOVE AUDIT-OPERATOR OF AUDIT-WORK TO TALLY-OPERATOR.
           MOVE AUDIT-STORE-ID OF AUDIT-WORK TO TALLY-STORE-ID.
           PERFORM FIND-WEEK-ROW.
           IF LR-AT > 0
               ADD 1 TO LR-REFUNDS (LR-AT)
               ADD AUDIT-PRICE OF AUDIT-WORK
                   TO LR-REFUND-AMOUNT (LR-AT)
           END-IF.
           IF RF-COUNT < 500
               ADD 1 TO RF-COUNT
               MOVE TALLY-OPERATOR TO RF-OPERATOR (RF-COUNT)
               MOVE TALLY-STORE-ID TO RF-STORE-ID (RF-COUNT)
               MOVE AUDIT-IMDB-ID OF AUDIT-WORK
                   TO RF-IMDB-ID (RF-COUNT)
               MOVE ENTRY-DATE TO RF-DATE (RF-COUNT)
               MOVE AUDIT-PRICE OF AUDIT-WORK TO RF-AMOUNT (RF-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT
           END-IF.

       READ-SETTLEMENTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM SIFT-ONE-SETTLEMENT UNTIL FILE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

      * A waiver is signed by the operator on the settlement - the
      * authorizer, since waivers need one.
       SIFT-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   IF FSET-WAIVER
                       AND FSET-SETTLED-DATE >= WEEK-START-DATE
                       AND FSET-SETTLED-DATE <= WEEK-END-DATE
                           PERFORM TALLY-WAIVER
                   END-IF
           END-READ.

       TALLY-WAIVER.
           MOVE FSET-OPERATOR TO TALLY-OPERATOR.
           MOVE FSET-STORE-ID TO TALLY-STORE-ID.
           PERFORM FIND-WEEK-ROW.
           IF LR-AT > 0
               ADD 1 TO LR-WAIVERS (LR-AT)
               ADD FSET-AMOUNT TO LR-WAIVER-AMOUNT (LR-AT)
           END-IF.
           MOVE 'N' TO MATCH-SW.
           PERFORM MATCH-OPERATOR-CARD
               VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > OT-COUNT OR MATCH-FOUND.
           IF MATCH-FOUND
               IF SW-COUNT < 200
                   ADD 1 TO SW-COUNT
                   MOVE TALLY-OPERATOR TO SW-OPERATOR (SW-COUNT)
                   MOVE TALLY-STORE-ID TO SW-STORE-ID (SW-COUNT)
                   MOVE FSET-MEMBER-ID TO SW-MEMBER-ID (SW-COUNT)
                   MOVE FSET-IMDB-ID TO SW-IMDB-ID (SW-COUNT)
                   MOVE FSET-SETTLED-DATE TO SW-DATE (SW-COUNT)
                   MOVE FSET-AMOUNT TO SW-AMOUNT (SW-COUNT)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
           END-IF.

       MATCH-OPERATOR-CARD.
           IF OT-INITIALS (OT-IDX) = TALLY-OPERATOR
               AND OT-MEMBER-ID (OT-IDX) = FSET-MEMBER-ID
                   SET MATCH-FOUND TO TRUE
           END-IF.

       READ-ADJUSTMENTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUST-FS = '00'
               PERFORM SIFT-ONE-ADJUSTMENT UNTIL FILE-EOF
               CLOSE ADJUSTMENT-FILE
           END-IF.

      * The nightly lost-rental sweep signs its rows 'EOD' - that is
      * policy, not a clerk, and stays out of the counts.
       SIFT-ONE-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   MOVE ADJ-TIMESTAMP (1:8) TO ENTRY-DATE
                   IF ENTRY-DATE >= WEEK-START-DATE
                       AND ENTRY-DATE <= WEEK-END-DATE
                       AND ADJ-OPERATOR NOT = 'EOD'
                       AND (ADJ-DAMAGED OR ADJ-LOST OR ADJ-WRITE-OFF)
                           PERFORM TALLY-ADJUSTMENT
                   END-IF
           END-READ.

       TALLY-ADJUSTMENT.
           MOVE ADJ-OPERATOR TO TALLY-OPERATOR.
           MOVE ADJ-STORE-ID TO TALLY-STORE-ID.
           PERFORM FIND-WEEK-ROW.
           IF LR-AT > 0
               IF ADJ-DAMAGED
                   ADD 1 TO LR-DAMAGED (LR-AT)
               ELSE
                   ADD 1 TO LR-LOST (LR-AT)
               END-IF
           END-IF.

       FIND-WEEK-ROW.
           MOVE 0 TO LR-AT.
           PERFORM MATCH-WEEK-ROW
               VARYING LR-IDX FROM 1 BY 1
               UNTIL LR-IDX > LR-COUNT OR LR-AT > 0.
           IF LR-AT = 0
               IF LR-COUNT < 300
                   ADD 1 TO LR-COUNT
                   MOVE LR-COUNT TO LR-AT
                   MOVE TALLY-OPERATOR TO LR-OPERATOR (LR-AT)
                   MOVE TALLY-STORE-ID TO LR-STORE-ID (LR-AT)
                   MOVE 0 TO LR-OVERRIDES (LR-AT)
                   MOVE 0 TO LR-OVERRIDE-AMOUNT (LR-AT)
                   MOVE 0 TO LR-REFUNDS (LR-AT)
                   MOVE 0 TO LR-REFUND-AMOUNT (LR-AT)
                   MOVE 0 TO LR-WAIVERS (LR-AT)
                   MOVE 0 TO LR-WAIVER-AMOUNT (LR-AT)
                   MOVE 0 TO LR-DAMAGED (LR-AT)
                   MOVE 0 TO LR-LOST (LR-AT)
                   MOVE 0 TO LR-FLAGS (LR-AT)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
           END-IF.

       MATCH-WEEK-ROW.
           IF LR-OPERATOR (LR-IDX) = TALLY-OPERATOR
               AND LR-STORE-ID (LR-IDX) = TALLY-STORE-ID
                   MOVE LR-IDX TO LR-AT
           END-IF.

       FIND-SHIFT-ROW.
           MOVE 0 TO SH-AT.
           PERFORM MATCH-SHIFT-ROW
               VARYING SH-IDX FROM 1 BY 1
               UNTIL SH-IDX > SH-COUNT OR SH-AT > 0.
           IF SH-AT = 0
               IF SH-COUNT < 500
                   ADD 1 TO SH-COUNT
                   MOVE SH-COUNT TO SH-AT
                   MOVE TALLY-OPERATOR TO SH-OPERATOR (SH-AT)
                   MOVE TALLY-STORE-ID TO SH-STORE-ID (SH-AT)
                   MOVE ENTRY-DATE TO SH-DATE (SH-AT)
                   MOVE 0 TO SH-OVERRIDES (SH-AT)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
           END-IF.

       MATCH-SHIFT-ROW.
           IF SH-OPERATOR (SH-IDX) = TALLY-OPERATOR
               AND SH-STORE-ID (SH-IDX) = TALLY-STORE-ID
               AND SH-DATE (SH-IDX) = ENTRY-DATE
                   MOVE SH-IDX TO SH-AT
           END-IF.

      * Each exception also marks the operator's week row, so the
      * summary shows how many times each one was named.
       MARK-WEEK-ROW.
           PERFORM FIND-WEEK-ROW.
           IF LR-AT > 0
               ADD 1 TO LR-FLAGS (LR-AT)
           END-IF.
           ADD 1 TO EXCEPTION-COUNT.

       SET-DISPLAY-STORE.
           IF TALLY-STORE-ID = SPACES
               MOVE '----' TO DISPLAY-STORE
           ELSE
               MOVE TALLY-STORE-ID TO DISPLAY-STORE
           END-IF.

       CHECK-ONE-SHIFT.
           IF SH-OVERRIDES (SH-IDX) > MAX-SHIFT-OVERRIDES
               MOVE SH-OPERATOR (SH-IDX) TO TALLY-OPERATOR
               MOVE SH-STORE-ID (SH-IDX) TO TALLY-STORE-ID
               PERFORM SET-DISPLAY-STORE
               DISPLAY 'OVERRIDES ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' ' SH-DATE (SH-IDX) ' - '
                   SH-OVERRIDES (SH-IDX) ' overrides in the shift'
                   ' (threshold ' MAX-SHIFT-OVERRIDES ')'
               PERFORM MARK-WEEK-ROW
           END-IF.

       CHECK-ONE-REFUND.
           MOVE 'N' TO MATCH-SW.
           PERFORM MATCH-OVERRIDDEN-TITLE
               VARYING OV-IDX FROM 1 BY 1
               UNTIL OV-IDX > OV-COUNT OR MATCH-FOUND.
           IF MATCH-FOUND
               MOVE RF-OPERATOR (RF-IDX) TO TALLY-OPERATOR
               MOVE RF-STORE-ID (RF-IDX) TO TALLY-STORE-ID
               PERFORM SET-DISPLAY-STORE
               MOVE RF-AMOUNT (RF-IDX) TO DISPLAY-AMOUNT
               DISPLAY 'REFUND    ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' ' RF-DATE (RF-IDX) ' - '
                   RF-IMDB-ID (RF-IDX) ' $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
                   ' refunded on a title the same operator overrode'
               PERFORM MARK-WEEK-ROW
           END-IF.

       MATCH-OVERRIDDEN-TITLE.
           IF OV-OPERATOR (OV-IDX) = RF-OPERATOR (RF-IDX)
               AND OV-IMDB-ID (OV-IDX) = RF-IMDB-ID (RF-IDX)
                   SET MATCH-FOUND TO TRUE
           END-IF.

       PRINT-ONE-OWN-WAIVER.
           MOVE SW-OPERATOR (SW-IDX) TO TALLY-OPERATOR.
           MOVE SW-STORE-ID (SW-IDX) TO TALLY-STORE-ID.
           PERFORM SET-DISPLAY-STORE.
           MOVE SW-AMOUNT (SW-IDX) TO DISPLAY-AMOUNT.
           DISPLAY 'WAIVER    ' TALLY-OPERATOR ' ' DISPLAY-STORE
               ' ' SW-DATE (SW-IDX) ' - $'
               FUNCTION TRIM(DISPLAY-AMOUNT) ' on '
               SW-IMDB-ID (SW-IDX) ' waived on the operator''s own '
               'account ' SW-MEMBER-ID (SW-IDX).
           PERFORM MARK-WEEK-ROW.

       CHECK-ONE-WEEK-ROW.
           MOVE LR-OPERATOR (LR-IDX) TO TALLY-OPERATOR.
           MOVE LR-STORE-ID (LR-IDX) TO TALLY-STORE-ID.
           PERFORM SET-DISPLAY-STORE.
           IF LR-REFUNDS (LR-IDX) > MAX-WEEK-REFUNDS
               DISPLAY 'REFUNDS   ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' week - ' LR-REFUNDS (LR-IDX)
                   ' refunds (threshold ' MAX-WEEK-REFUNDS ')'
               PERFORM MARK-WEEK-ROW
           END-IF.
           IF LR-REFUND-AMOUNT (LR-IDX) > MAX-WEEK-REFUND-AMOUNT
               MOVE LR-REFUND-AMOUNT (LR-IDX) TO DISPLAY-AMOUNT
               MOVE MAX-WEEK-REFUND-AMOUNT TO DISPLAY-LIMIT
               DISPLAY 'REFUNDS   ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' week - $' FUNCTION TRIM(DISPLAY-AMOUNT)
                   ' refunded (threshold $'
                   FUNCTION TRIM(DISPLAY-LIMIT) ')'
               PERFORM MARK-WEEK-ROW
           END-IF.
           IF LR-WAIVERS (LR-IDX) > MAX-WEEK-WAIVERS
               DISPLAY 'WAIVERS   ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' week - ' LR-WAIVERS (LR-IDX)
                   ' waivers (threshold ' MAX-WEEK-WAIVERS ')'
               PERFORM MARK-WEEK-ROW
           END-IF.
           IF LR-WAIVER-AMOUNT (LR-IDX) > MAX-WEEK-WAIVER-AMOUNT
               MOVE LR-WAIVER-AMOUNT (LR-IDX) TO DISPLAY-AMOUNT
               MOVE MAX-WEEK-WAIVER-AMOUNT TO DISPLAY-LIMIT
               DISPLAY 'WAIVERS   ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' week - $' FUNCTION TRIM(DISPLAY-AMOUNT)
                   ' waived (threshold $'
                   FUNCTION TRIM(DISPLAY-LIMIT) ')'
               PERFORM MARK-WEEK-ROW
           END-IF.
           IF LR-DAMAGED (LR-IDX) > MAX-WEEK-DAMAGED
               DISPLAY 'DAMAGED   ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' week - ' LR-DAMAGED (LR-IDX)
                   ' copies marked damaged (threshold '
                   MAX-WEEK-DAMAGED ')'
               PERFORM MARK-WEEK-ROW
           END-IF.
           IF LR-LOST (LR-IDX) > MAX-WEEK-LOST
               DISPLAY 'LOST      ' TALLY-OPERATOR ' ' DISPLAY-STORE
                   ' week - ' LR-LOST (LR-IDX)
                   ' copies lost or written off (threshold '
                   MAX-WEEK-LOST ')'
               PERFORM MARK-WEEK-ROW
           END-IF.

       PRINT-WEEK-SUMMARY.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'OPR STORE OVRD  REFUNDS $      WAIVERS $      '
               'DMGD LOST FLAGS'.
           PERFORM PRINT-ONE-WEEK-ROW
               VARYING LR-IDX FROM 1 BY 1 UNTIL LR-IDX > LR-COUNT.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'Exceptions: ' EXCEPTION-COUNT.
           IF OVERFLOW-COUNT > 0
               DISPLAY '*** ' OVERFLOW-COUNT ' rows past the work '
                   'tables - the week is not fully checked'
           END-IF.

       PRINT-ONE-WEEK-ROW.
           MOVE LR-STORE-ID (LR-IDX) TO TALLY-STORE-ID.
           PERFORM SET-DISPLAY-STORE.
           MOVE LR-REFUND-AMOUNT (LR-IDX) TO DISPLAY-AMOUNT.
           MOVE LR-WAIVER-AMOUNT (LR-IDX) TO DISPLAY-LIMIT.
           DISPLAY LR-OPERATOR (LR-IDX) ' ' DISPLAY-STORE '  '
               LR-OVERRIDES (LR-IDX) ' ' LR-REFUNDS (LR-IDX) ' '
               DISPLAY-AMOUNT ' ' LR-WAIVERS (LR-IDX) ' '
               DISPLAY-LIMIT ' ' LR-DAMAGED (LR-IDX) ' '
               LR-LOST (LR-IDX) ' ' LR-FLAGS (LR-IDX).

       END PROGRAM LOSS-PREVENTION.
