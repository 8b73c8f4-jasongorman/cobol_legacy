       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-VARIANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGET-FS.

           SELECT MTD-FILE ASSIGN TO "revenue-mtd.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MTD-FS.

           SELECT RENTAL-DAY-FILE ASSIGN TO "rental-day.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DAY-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
           01 BUDGET-RECORD.
               COPY 'budget-record.cpy'.

       FD MTD-FILE.
           01 MTD-RECORD.
               COPY 'revenue-mtd-record.cpy'.

       FD RENTAL-DAY-FILE.
           01 RENTAL-DAY-RECORD.
               COPY 'rental-day-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 BUDGET-FS              PIC 9(02).
           01 MTD-FS                 PIC 9(02).
           01 DAY-FS                 PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 BUDGET-EOF-SW          PIC X(01).
               88  BUDGET-EOF            VALUE 'Y'.
           01 MTD-EOF-SW             PIC X(01).
               88  MTD-EOF               VALUE 'Y'.
           01 DAY-EOF-SW             PIC X(01).
               88  DAY-EOF               VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 TODAY-DATE             PIC 9(08).
           01 REPORT-DATE            PIC 9(08) VALUE 0.
           01 REPORT-DATE-PARTS REDEFINES REPORT-DATE.
               02  REPORT-YEAR           PIC 9(04).
               02  REPORT-MONTH-NO       PIC 9(02).
               02  REPORT-DAY            PIC 9(02).
           01 REPORT-MONTH           PIC 9(06).
           01 MONTH-FIRST-DATE       PIC 9(08).
           01 NEXT-MONTH-DATE        PIC 9(08).
           01 NEXT-MONTH-PARTS REDEFINES NEXT-MONTH-DATE.
               02  NEXT-YEAR             PIC 9(04).
               02  NEXT-MONTH-NO         PIC 9(02).
               02  NEXT-DAY              PIC 9(02).
           01 DAYS-IN-MONTH          PIC 9(02) VALUE 0.
           01 LINE-DAY               PIC 9(02) VALUE 0.

      * How far behind the pro-rated budget a store may run before
      * it is flagged for the area manager, in percent of the
      * budget to date.  Taken off SYSIN; zero takes the default.
           01 BEHIND-PCT             PIC 9(02) VALUE 0.
           01 DEFAULT-BEHIND-PCT     PIC 9(02) VALUE 10.
           01 FLAGGED-COUNT          PIC 9(02) VALUE 0.
           01 BUDGET-ROWS            PIC 9(04) VALUE 0.

      * One row per store that has a budget for the month or moved
      * in it.  Revenue and checkouts are held by day so a rerun of
      * a day's close - which appends its lines again - replaces
      * that day's figures instead of adding to them, the last line
      * winning the way APPEND-MTD-TOTALS takes it.  Fees are every
      * payment the store's till took, so they simply add.
           01 STORE-COUNT            PIC 9(02) VALUE 0 COMP.
           01 STORE-IDX              PIC 9(02) VALUE 0 COMP.
           01 STORE-AT               PIC 9(02) VALUE 0 COMP.
           01 DAY-IDX                PIC 9(02) VALUE 0 COMP.
           01 STORE-FOUND-SW         PIC X(01).
               88  STORE-FOUND           VALUE 'Y'.
           01 SOUGHT-STORE-ID        PIC X(04).
           01 STORE-TABLE.
               02  STORE-ENTRY OCCURS 20 TIMES.
                   03  BS-STORE-ID         PIC X(04).
                   03  BS-BUDGET-RENTAL    PIC 9(7)V9(2).
                   03  BS-BUDGET-FEE       PIC 9(7)V9(2).
                   03  BS-BUDGET-CHECKOUTS PIC 9(06).
                   03  BS-ACTUAL-FEE       PIC 9(7)V9(2).
                   03  BS-DAY-FIGURES OCCURS 31 TIMES.
                       04  BS-DAY-REVENUE      PIC 9(7)V9(2).
                       04  BS-DAY-CHECKOUTS    PIC 9(06).

      * One measure's line on the report, worked in one place for
      * rental revenue, fee revenue and checkouts alike.
           01 MEASURE-NAME           PIC X(16).
           01 MEASURE-BUDGET         PIC 9(8)V9(2).
           01 MEASURE-ACTUAL         PIC 9(8)V9(2).
           01 MEASURE-TO-DATE        PIC 9(8)V9(2).
           01 MEASURE-VARIANCE       PIC S9(8)V9(2).
           01 MEASURE-PERCENT        PIC S9(5)V9(1).
           01 MEASURE-PROJECTED      PIC 9(8)V9(2).
           01 STORE-REVENUE-ACTUAL   PIC 9(8)V9(2).
           01 STORE-CHECKOUT-ACTUAL  PIC 9(8)V9(2).
           01 STORE-MONEY-BUDGET     PIC 9(8)V9(2).
           01 STORE-MONEY-TO-DATE    PIC 9(8)V9(2).
           01 STORE-MONEY-ACTUAL     PIC 9(8)V9(2).
           01 STORE-MONEY-PERCENT    PIC S9(5)V9(1).
           01 CHAIN-BUDGET-RENTAL    PIC 9(8)V9(2) VALUE 0.
           01 CHAIN-BUDGET-FEE       PIC 9(8)V9(2) VALUE 0.
           01 CHAIN-BUDGET-CHECKOUTS PIC 9(8)V9(2) VALUE 0.
           01 CHAIN-ACTUAL-RENTAL    PIC 9(8)V9(2) VALUE 0.
           01 CHAIN-ACTUAL-FEE       PIC 9(8)V9(2) VALUE 0.
           01 CHAIN-ACTUAL-CHECKOUTS PIC 9(8)V9(2) VALUE 0.
           01 DISPLAY-MONEY          PIC Z(7)9.99.
           01 DISPLAY-TO-DATE        PIC Z(7)9.99.
           01 DISPLAY-PROJECTED      PIC Z(7)9.99.
           01 DISPLAY-VARIANCE       PIC -(8)9.99.
           01 DISPLAY-PERCENT        PIC -(4)9.9.
           01 DISPLAY-BEHIND         PIC Z9.
           01 COUNT-TO-DATE          PIC 9(08).
           01 COUNT-VARIANCE         PIC S9(08).
           01 COUNT-PROJECTED        PIC 9(08).
           01 DISPLAY-COUNT          PIC Z(7)9.
           01 DISPLAY-COUNT-TO-DATE  PIC Z(7)9.
           01 DISPLAY-COUNT-PROJECTED PIC Z(7)9.
           01 DISPLAY-COUNT-VARIANCE PIC -(8)9.
       PROCEDURE DIVISION.
      * The area manager's budget check, run at the end of the
      * day's close: each store's month so far - rental revenue off
      * the month-to-date file, checkouts off the day close-out
      * lines, fees off the payments the till took - against the
      * year's budget for the month pro-rated to the day, with the
      * variance in dollars and percent and a straight-line
      * projection of where the store ends the month if the rest of
      * it runs like the days so far.  A store whose money (rental
      * plus fees) is further behind its budget to date than the
      * set percentage is flagged, and the step ends at 4 so the
      * morning checks see it.  A month with no budget loaded ends
      * at 4 as well - there is nothing to measure against.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

      * The same close-date prompt the rest of the chain takes,
      * blank for today - the drop-box rerun keys yesterday here
      * too, so the report looks at the day that was re-closed.
           DISPLAY 'Close date YYYYMMDD (blank for today): '.
           ACCEPT REPORT-DATE.
           IF REPORT-DATE = 0
               MOVE TODAY-DATE TO REPORT-DATE
           END-IF.
           DISPLAY 'Flag stores behind budget by more than % '
               '(blank for 10): '.
           ACCEPT BEHIND-PCT.
           IF BEHIND-PCT = 0
               MOVE DEFAULT-BEHIND-PCT TO BEHIND-PCT
           END-IF.

           MOVE REPORT-DATE (1:6) TO REPORT-MONTH.
           PERFORM FIGURE-DAYS-IN-MONTH.

           PERFORM LOAD-MONTH-BUDGET.
           PERFORM LOAD-MONTH-REVENUE.
           PERFORM LOAD-MONTH-CHECKOUTS.
           PERFORM LOAD-MONTH-FEES.

           PERFORM PRINT-REPORT-HEADING.
           IF BUDGET-ROWS = 0
               DISPLAY '  No budget loaded for ' REPORT-MONTH
                   ' - nothing to measure against'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM PRINT-STORE-SECTION
                   VARYING STORE-IDX FROM 1 BY 1
                   UNTIL STORE-IDX > STORE-COUNT
               PERFORM PRINT-CHAIN-SECTION
               IF FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

      * The month's length from the first of the next month, so
      * February and the 30-day months pro-rate on their own days.
       FIGURE-DAYS-IN-MONTH.
           MOVE REPORT-DATE TO MONTH-FIRST-DATE.
           MOVE '01' TO MONTH-FIRST-DATE (7:2).
           MOVE MONTH-FIRST-DATE TO NEXT-MONTH-DATE.
           IF NEXT-MONTH-NO = 12
               ADD 1 TO NEXT-YEAR
               MOVE 1 TO NEXT-MONTH-NO
           ELSE
               ADD 1 TO NEXT-MONTH-NO
           END-IF.
           COMPUTE DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE(MONTH-FIRST-DATE).

       LOAD-MONTH-BUDGET.
           MOVE 'N' TO BUDGET-EOF-SW.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FS = '00'
               PERFORM READ-BUDGET-ROW UNTIL BUDGET-EOF
               CLOSE BUDGET-FILE
           END-IF.

       READ-BUDGET-ROW.
           READ BUDGET-FILE
               AT END
                   SET BUDGET-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF BG-MONTH = REPORT-MONTH
                       MOVE BG-STORE-ID TO SOUGHT-STORE-ID
                       PERFORM FIND-STORE-ENTRY
                       IF STORE-AT > 0
                           ADD 1 TO BUDGET-ROWS
                           MOVE BG-RENTAL-REVENUE
                               TO BS-BUDGET-RENTAL (STORE-AT)
                           MOVE BG-FEE-REVENUE
                               TO BS-BUDGET-FEE (STORE-AT)
                           MOVE BG-CHECKOUTS
                               TO BS-BUDGET-CHECKOUTS (STORE-AT)
                       END-IF
                   END-IF
           END-READ.

      * Store lines only - the chain line is the sum of the stores
      * here, so it agrees with the budget it is set against.
       LOAD-MONTH-REVENUE.
           MOVE 'N' TO MTD-EOF-SW.
           OPEN INPUT MTD-FILE.
           IF MTD-FS = '00'
               PERFORM READ-MTD-LINE UNTIL MTD-EOF
               CLOSE MTD-FILE
           END-IF.

       READ-MTD-LINE.
           READ MTD-FILE
               AT END
                   SET MTD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF MTD-DATE (1:6) = REPORT-MONTH
                       AND MTD-DATE <= REPORT-DATE
                       AND MTD-STORE-ID NOT = 'ALL '
                       AND MTD-STORE-ID NOT = SPACES
                           MOVE MTD-STORE-ID TO SOUGHT-STORE-ID
                           PERFORM FIND-STORE-ENTRY
                           MOVE MTD-DATE (7:2) TO LINE-DAY
                           IF STORE-AT > 0
                               MOVE MTD-REVENUE TO
                                   BS-DAY-REVENUE (STORE-AT, LINE-DAY)
                           END-IF
                   END-IF
           END-READ.

       LOAD-MONTH-CHECKOUTS.
           MOVE 'N' TO DAY-EOF-SW.
           OPEN INPUT RENTAL-DAY-FILE.
           IF DAY-FS = '00'
               PERFORM READ-DAY-LINE UNTIL DAY-EOF
               CLOSE RENTAL-DAY-FILE
           END-IF.

       READ-DAY-LINE.
           READ RENTAL-DAY-FILE
               AT END
                   SET DAY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF RD-DATE (1:6) = REPORT-MONTH
                       AND RD-DATE <= REPORT-DATE
                       AND RD-STORE-ID NOT = 'ALL '
                       AND RD-STORE-ID NOT = SPACES
                           MOVE RD-STORE-ID TO SOUGHT-STORE-ID
                           PERFORM FIND-STORE-ENTRY
                           MOVE RD-DATE (7:2) TO LINE-DAY
                           IF STORE-AT > 0
                               MOVE RD-CHECKOUTS TO
                                   BS-DAY-CHECKOUTS (STORE-AT, LINE-DAY)
                           END-IF
                   END-IF
           END-READ.

      * Fee revenue is money the till took - payments, not waivers,
      * and not an agency recovery, which carries no store.
       LOAD-MONTH-FEES.
           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM READ-SETTLEMENT UNTIL SETTLE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

       READ-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF FSET-PAYMENT
                       AND FSET-SETTLED-DATE (1:6) = REPORT-MONTH
                       AND FSET-SETTLED-DATE <= REPORT-DATE
                       AND FSET-STORE-ID NOT = SPACES
                           MOVE FSET-STORE-ID TO SOUGHT-STORE-ID
                           PERFORM FIND-STORE-ENTRY
                           IF STORE-AT > 0
                               ADD FSET-AMOUNT
                                   TO BS-ACTUAL-FEE (STORE-AT)
                           END-IF
                   END-IF
           END-READ.

       FIND-STORE-ENTRY.
           MOVE 'N' TO STORE-FOUND-SW.
           MOVE 0 TO STORE-AT.
           PERFORM MATCH-STORE-ENTRY
               VARYING STORE-IDX FROM 1 BY 1
               UNTIL STORE-IDX > STORE-COUNT OR STORE-FOUND.
           IF NOT STORE-FOUND AND STORE-COUNT < 20
               ADD 1 TO STORE-COUNT
               MOVE STORE-COUNT TO STORE-AT
               MOVE SOUGHT-STORE-ID TO BS-STORE-ID (STORE-AT)
               MOVE 0 TO BS-BUDGET-RENTAL (STORE-AT)
               MOVE 0 TO BS-BUDGET-FEE (STORE-AT)
               MOVE 0 TO BS-BUDGET-CHECKOUTS (STORE-AT)
               MOVE 0 TO BS-ACTUAL-FEE (STORE-AT)
               PERFORM CLEAR-STORE-DAY
                   VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31
           END-IF.

       MATCH-STORE-ENTRY.
           IF BS-STORE-ID (STORE-IDX) = SOUGHT-STORE-ID
               SET STORE-FOUND TO TRUE
               MOVE STORE-IDX TO STORE-AT
           END-IF.

       CLEAR-STORE-DAY.
           MOVE 0 TO BS-DAY-REVENUE (STORE-AT, DAY-IDX).
           MOVE 0 TO BS-DAY-CHECKOUTS (STORE-AT, DAY-IDX).

       PRINT-REPORT-HEADING.
           MOVE BEHIND-PCT TO DISPLAY-BEHIND.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'BUDGET VERSUS ACTUAL  ' REPORT-MONTH
               '  to ' REPORT-DATE '  (day ' REPORT-DAY ' of '
               DAYS-IN-MONTH ')'.
           DISPLAY '  stores more than '
               FUNCTION TRIM(DISPLAY-BEHIND)
               '% behind budget to date are flagged'.
           DISPLAY '========================================'
               '========================================'.

       PRINT-STORE-SECTION.
           MOVE STORE-IDX TO STORE-AT.
           MOVE 0 TO STORE-REVENUE-ACTUAL.
           MOVE 0 TO STORE-CHECKOUT-ACTUAL.
           PERFORM ADD-STORE-DAY
               VARYING DAY-IDX FROM 1 BY 1 UNTIL DAY-IDX > 31.
           DISPLAY 'Store ' BS-STORE-ID (STORE-AT).

           MOVE 'rental revenue' TO MEASURE-NAME.
           MOVE BS-BUDGET-RENTAL (STORE-AT) TO MEASURE-BUDGET.
           MOVE STORE-REVENUE-ACTUAL TO MEASURE-ACTUAL.
           PERFORM PRINT-MONEY-MEASURE.
           MOVE MEASURE-TO-DATE TO STORE-MONEY-TO-DATE.

           MOVE 'fee revenue' TO MEASURE-NAME.
           MOVE BS-BUDGET-FEE (STORE-AT) TO MEASURE-BUDGET.
           MOVE BS-ACTUAL-FEE (STORE-AT) TO MEASURE-ACTUAL.
           PERFORM PRINT-MONEY-MEASURE.
           ADD MEASURE-TO-DATE TO STORE-MONEY-TO-DATE.

           MOVE 'checkouts' TO MEASURE-NAME.
           MOVE BS-BUDGET-CHECKOUTS (STORE-AT) TO MEASURE-BUDGET.
           MOVE STORE-CHECKOUT-ACTUAL TO MEASURE-ACTUAL.
           PERFORM PRINT-COUNT-MEASURE.

           ADD BS-BUDGET-RENTAL (STORE-AT) TO CHAIN-BUDGET-RENTAL.
           ADD BS-BUDGET-FEE (STORE-AT) TO CHAIN-BUDGET-FEE.
           ADD BS-BUDGET-CHECKOUTS (STORE-AT)
               TO CHAIN-BUDGET-CHECKOUTS.
           ADD STORE-REVENUE-ACTUAL TO CHAIN-ACTUAL-RENTAL.
           ADD BS-ACTUAL-FEE (STORE-AT) TO CHAIN-ACTUAL-FEE.
           ADD STORE-CHECKOUT-ACTUAL TO CHAIN-ACTUAL-CHECKOUTS.

           PERFORM JUDGE-STORE-MONEY.

       ADD-STORE-DAY.
           ADD BS-DAY-REVENUE (STORE-AT, DAY-IDX)
               TO STORE-REVENUE-ACTUAL.
           ADD BS-DAY-CHECKOUTS (STORE-AT, DAY-IDX)
               TO STORE-CHECKOUT-ACTUAL.

      * The flag is on the store's money - rental and fees together
      * against their budgets to date.  A store with no money
      * budget this month (moved, but was never planned) is shown
      * and never flagged.
       JUDGE-STORE-MONEY.
           COMPUTE STORE-MONEY-BUDGET =
               BS-BUDGET-RENTAL (STORE-AT) + BS-BUDGET-FEE (STORE-AT).
           COMPUTE STORE-MONEY-ACTUAL =
               STORE-REVENUE-ACTUAL + BS-ACTUAL-FEE (STORE-AT).
           IF STORE-MONEY-BUDGET = 0
               DISPLAY '  (no budget for the store this month)'
           ELSE
               IF STORE-MONEY-TO-DATE > 0
                   COMPUTE STORE-MONEY-PERCENT ROUNDED =
                       (STORE-MONEY-ACTUAL - STORE-MONEY-TO-DATE)
                       * 100 / STORE-MONEY-TO-DATE
                   IF STORE-MONEY-PERCENT < 0
                       AND 0 - STORE-MONEY-PERCENT > BEHIND-PCT
                           ADD 1 TO FLAGGED-COUNT
                           MOVE STORE-MONEY-PERCENT TO DISPLAY-PERCENT
                           DISPLAY '  *** BEHIND BUDGET - revenue '
                               FUNCTION TRIM(DISPLAY-PERCENT)
                               '% against budget to date ***'
                   END-IF
               END-IF
           END-IF.

       PRINT-CHAIN-SECTION.
           DISPLAY '----------------------------------------'
               '----------------------------------------'.
           DISPLAY 'Chain (all stores above)'.
           MOVE 'rental revenue' TO MEASURE-NAME.
           MOVE CHAIN-BUDGET-RENTAL TO MEASURE-BUDGET.
           MOVE CHAIN-ACTUAL-RENTAL TO MEASURE-ACTUAL.
           PERFORM PRINT-MONEY-MEASURE.
           MOVE 'fee revenue' TO MEASURE-NAME.
           MOVE CHAIN-BUDGET-FEE TO MEASURE-BUDGET.
           MOVE CHAIN-ACTUAL-FEE TO MEASURE-ACTUAL.
           PERFORM PRINT-MONEY-MEASURE.
           MOVE 'checkouts' TO MEASURE-NAME.
           MOVE CHAIN-BUDGET-CHECKOUTS TO MEASURE-BUDGET.
           MOVE CHAIN-ACTUAL-CHECKOUTS TO MEASURE-ACTUAL.
           PERFORM PRINT-COUNT-MEASURE.
           MOVE FLAGGED-COUNT TO DISPLAY-BEHIND.
           DISPLAY FUNCTION TRIM(DISPLAY-BEHIND)
               ' store(s) flagged behind budget'.

      * Budget to date is the month's budget spread evenly over its
      * days; the projection carries the actual per day so far out
      * to the month's end.
       WORK-OUT-MEASURE.
           COMPUTE MEASURE-TO-DATE ROUNDED =
               MEASURE-BUDGET * REPORT-DAY / DAYS-IN-MONTH.
           COMPUTE MEASURE-VARIANCE =
               MEASURE-ACTUAL - MEASURE-TO-DATE.
           MOVE 0 TO MEASURE-PERCENT.
           IF MEASURE-TO-DATE > 0
               COMPUTE MEASURE-PERCENT ROUNDED =
                   MEASURE-VARIANCE * 100 / MEASURE-TO-DATE
           END-IF.
           COMPUTE MEASURE-PROJECTED ROUNDED =
               MEASURE-ACTUAL * DAYS-IN-MONTH / REPORT-DAY.

       PRINT-MONEY-MEASURE.
           PERFORM WORK-OUT-MEASURE.
           MOVE MEASURE-TO-DATE TO DISPLAY-TO-DATE.
           MOVE MEASURE-ACTUAL TO DISPLAY-MONEY.
           MOVE MEASURE-VARIANCE TO DISPLAY-VARIANCE.
           MOVE MEASURE-PERCENT TO DISPLAY-PERCENT.
           DISPLAY '  ' MEASURE-NAME ' budget to date $'
               FUNCTION TRIM(DISPLAY-TO-DATE) '  actual $'
               FUNCTION TRIM(DISPLAY-MONEY).
           MOVE MEASURE-PROJECTED TO DISPLAY-PROJECTED.
           MOVE MEASURE-BUDGET TO DISPLAY-MONEY.
           DISPLAY '      variance $' FUNCTION TRIM(DISPLAY-VARIANCE)
               ' (' FUNCTION TRIM(DISPLAY-PERCENT) '%)  projected $'
               FUNCTION TRIM(DISPLAY-PROJECTED) ' of $'
               FUNCTION TRIM(DISPLAY-MONEY).

      * Checkouts come out in whole rentals - the budget to date
      * and the projection round to the nearest one.
       PRINT-COUNT-MEASURE.
           PERFORM WORK-OUT-MEASURE.
           COMPUTE COUNT-TO-DATE ROUNDED = MEASURE-TO-DATE.
           COMPUTE COUNT-PROJECTED ROUNDED = MEASURE-PROJECTED.
           COMPUTE COUNT-VARIANCE = MEASURE-ACTUAL - COUNT-TO-DATE.
           MOVE COUNT-TO-DATE TO DISPLAY-COUNT-TO-DATE.
           MOVE MEASURE-ACTUAL TO DISPLAY-COUNT.
           MOVE COUNT-VARIANCE TO DISPLAY-COUNT-VARIANCE.
           MOVE MEASURE-PERCENT TO DISPLAY-PERCENT.
           DISPLAY '  ' MEASURE-NAME ' budget to date '
               FUNCTION TRIM(DISPLAY-COUNT-TO-DATE) '  actual '
               FUNCTION TRIM(DISPLAY-COUNT).
           MOVE COUNT-PROJECTED TO DISPLAY-COUNT-PROJECTED.
           MOVE MEASURE-BUDGET TO DISPLAY-COUNT.
           DISPLAY '      variance '
               FUNCTION TRIM(DISPLAY-COUNT-VARIANCE)
               ' (' FUNCTION TRIM(DISPLAY-PERCENT) '%)  projected '
               FUNCTION TRIM(DISPLAY-COUNT-PROJECTED) ' of '
               FUNCTION TRIM(DISPLAY-COUNT).

       WRITE-RUN-CONTROL.
           MOVE 'BUDGET-VARIANCE' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM BUDGET-VARIANCE.
