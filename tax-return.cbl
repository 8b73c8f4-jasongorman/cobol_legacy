       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RETURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-LOG-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT TAX-RATE-FILE ASSIGN TO "tax-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-FS.
       DATA DIVISION.
       FILE SECTION.
      * Live rows and archived rows are the same layout - the
      * archive line is the live row with room for the trailer -
      * so both read as plain lines and land in one work record.
       FD LIVE-LOG-FILE.
           01 LIVE-LINE                 PIC X(84).

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(84).

       FD TAX-RATE-FILE.
           01 TAX-RATE-RECORD.
               COPY 'tax-rate-record.cpy'.
       WORKING-STORAGE SECTION.
           01 LIVE-FS                PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 TAX-FS                 PIC 9(02).
           01 LOG-EOF-SW             PIC X(01).
               88  LOG-EOF               VALUE 'Y'.
           01 TAX-EOF-SW             PIC X(01).
               88  TAX-EOF               VALUE 'Y'.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 AUDIT-WORK.
               COPY 'price-audit-record.cpy'.

      * The filing period: one month, or a calendar quarter as
      * three months of the same year.
           01 PERIOD-TYPE            PIC X(01) VALUE SPACE.
               88  PERIOD-MONTH          VALUE 'M', ' '.
               88  PERIOD-QUARTER        VALUE 'Q'.
           01 PERIOD-YEAR            PIC 9(04) VALUE 0.
           01 PERIOD-NUMBER          PIC 9(02) VALUE 0.
           01 PERIOD-VALID-SW        PIC X(01).
               88  PERIOD-VALID          VALUE 'Y'.
           01 FIRST-MONTH            PIC 9(06).
           01 LAST-MONTH             PIC 9(06).
           01 ARCHIVE-MONTH          PIC 9(06).
           01 ENTRY-MONTH            PIC X(06).
           01 LIVE-ROWS              PIC 9(08) VALUE 0.
           01 ARCHIVE-ROWS           PIC 9(08) VALUE 0.
           01 MISSING-ARCHIVES       PIC 9(02) VALUE 0.

      * Every rate row on file, loaded once - a quarter's worth of
      * entries each looks up the rate its store had on its day.
           01 RATE-COUNT             PIC 9(03) VALUE 0 COMP.
           01 RATE-IDX               PIC 9(03) VALUE 0 COMP.
           01 RATE-TABLE.
               02  RATE-ENTRY OCCURS 200 TIMES.
                   03  RE-STORE-ID         PIC X(04).
                   03  RE-RATE-PCT         PIC 9(2)V9(3).
                   03  RE-EFFECTIVE-DATE   PIC 9(08).
           01 RATE-STORE-ID          PIC X(04).
           01 RATE-DATE              PIC 9(08).
           01 RATE-FOUND-DATE        PIC 9(08).
           01 RATE-IN-FORCE          PIC 9(2)V9(3).

      * One band per store and rate, kept in store/rate order as
      * bands are added, so a mid-period rate change prints as two
      * lines under its store.
           01 BAND-COUNT             PIC 9(03) VALUE 0 COMP.
           01 BAND-IDX               PIC 9(03) VALUE 0 COMP.
           01 BAND-AT                PIC 9(03) VALUE 0 COMP.
           01 BAND-FULL-SW           PIC X(01) VALUE 'N'.
               88  BAND-FULL             VALUE 'Y'.
           01 BAND-TABLE.
               02  BAND-ENTRY OCCURS 200 TIMES.
                   03  BD-STORE-ID         PIC X(04).
                   03  BD-RATE-PCT         PIC 9(2)V9(3).
                   03  BD-GROSS-SALES      PIC 9(7)V9(2).
                   03  BD-REVERSED         PIC 9(7)V9(2).
                   03  BD-REFUNDED         PIC 9(7)V9(2).
                   03  BD-TAX-COLLECTED    PIC 9(7)V9(2).
                   03  BD-TAX-BACKED-OUT   PIC 9(7)V9(2).
           01 BAND-KEY.
               02  BK-STORE-ID           PIC X(04).
               02  BK-RATE-PCT           PIC 9(2)V9(3).
           01 TABLE-KEY.
               02  TK-STORE-ID           PIC X(04).
               02  TK-RATE-PCT           PIC 9(2)V9(3).

      * Line, store and return totals.
           01 LINE-TAXABLE           PIC S9(7)V9(2).
           01 LINE-NET-DUE           PIC S9(7)V9(2).
           01 PRIOR-STORE-ID         PIC X(04).
           01 STORE-TAXABLE          PIC S9(8)V9(2) VALUE 0.
           01 STORE-COLLECTED        PIC 9(8)V9(2) VALUE 0.
           01 STORE-BACKED-OUT       PIC 9(8)V9(2) VALUE 0.
           01 STORE-NET-DUE          PIC S9(8)V9(2) VALUE 0.
           01 RETURN-TAXABLE         PIC S9(9)V9(2) VALUE 0.
           01 RETURN-COLLECTED       PIC 9(9)V9(2) VALUE 0.
           01 RETURN-BACKED-OUT      PIC 9(9)V9(2) VALUE 0.
           01 RETURN-NET-DUE         PIC S9(9)V9(2) VALUE 0.

           01 DISPLAY-STORE          PIC X(04).
           01 DISPLAY-RATE           PIC Z9.999.
           01 DISPLAY-GROSS          PIC Z(6)9.99.
           01 DISPLAY-LESS           PIC Z(6)9.99.
           01 DISPLAY-TAXABLE        PIC -(7)9.99.
           01 DISPLAY-COLLECTED      PIC Z(6)9.99.
           01 DISPLAY-BACKED-OUT     PIC Z(6)9.99.
           01 DISPLAY-DUE            PIC -(7)9.99.
       PROCEDURE DIVISION.
      * The sales-tax return for a filing period, by store - each
      * store's till is its jurisdiction's, the way tax-rates.dat
      * is keyed.  For every store and every rate it had in force
      * during the period: the sales the rate applied to (charges
      * and used-copy sales, less quotes an override reversed,
      * series bundle savings and charges refunded), the tax the
      * counter collected ('T' entries), the tax handed back with
      * refunds and bundles ('B' entries), and the difference,
      * which is what is owed.  An override reversal backs a quote
      * out of the sales but carries no tax of its own - the
      * counter taxes the charge that stood, never the quote it
      * replaced - so its tax line is nil by design.
      *
      * Each entry lands on the rate its store had in force on the
      * day the money was taken; a refund and its tax go back onto
      * the rate of the charge they undo, so a refund after a rate
      * change backs out what was really collected.  A quarter
      * spans several rollovers, so the month archives AUDIT-
      * ROLLOVER cut are read for every month of the period as
      * well as whatever of it is still on the live trail.
       MAIN-PROCEDURE.
           PERFORM ASK-FILING-PERIOD.
           IF NOT PERIOD-VALID
               DISPLAY 'Not a filing period - no return produced'
               STOP RUN
           END-IF.

           PERFORM LOAD-RATE-TABLE.

           MOVE FIRST-MONTH TO ARCHIVE-MONTH.
           PERFORM READ-ONE-ARCHIVE
               UNTIL ARCHIVE-MONTH > LAST-MONTH.
           PERFORM READ-LIVE-TRAIL.

           PERFORM PRINT-RETURN.
           STOP RUN.

       ASK-FILING-PERIOD.
           MOVE 'N' TO PERIOD-VALID-SW.
           DISPLAY 'Filing period - Month or Quarter? '
               '(M/Q, blank for M)'.
           ACCEPT PERIOD-TYPE.
           DISPLAY 'Year YYYY: '.
           ACCEPT PERIOD-YEAR.
           IF PERIOD-QUARTER
               DISPLAY 'Quarter 1-4: '
           ELSE
               DISPLAY 'Month 1-12: '
           END-IF.
           ACCEPT PERIOD-NUMBER.

           EVALUATE TRUE
               WHEN PERIOD-YEAR < 1900
                   CONTINUE
               WHEN PERIOD-MONTH
                   AND PERIOD-NUMBER >= 1 AND PERIOD-NUMBER <= 12
                       COMPUTE FIRST-MONTH =
                           PERIOD-YEAR * 100 + PERIOD-NUMBER
                       MOVE FIRST-MONTH TO LAST-MONTH
                       SET PERIOD-VALID TO TRUE
               WHEN PERIOD-QUARTER
                   AND PERIOD-NUMBER >= 1 AND PERIOD-NUMBER <= 4
                       COMPUTE FIRST-MONTH =
                           PERIOD-YEAR * 100
                           + (PERIOD-NUMBER - 1) * 3 + 1
                       COMPUTE LAST-MONTH = FIRST-MONTH + 2
                       SET PERIOD-VALID TO TRUE
           END-EVALUATE.

       LOAD-RATE-TABLE.
           MOVE 'N' TO TAX-EOF-SW.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-FS = '00'
               PERFORM LOAD-ONE-RATE UNTIL TAX-EOF
               CLOSE TAX-RATE-FILE
           ELSE
               DISPLAY 'No tax-rate table on file - every store '
                   'reads as untaxed'
           END-IF.

       LOAD-ONE-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-EOF TO TRUE
               NOT AT END
                   IF RATE-COUNT < 200
                       ADD 1 TO RATE-COUNT
                       MOVE TX-STORE-ID TO RE-STORE-ID (RATE-COUNT)
                       MOVE TX-RATE-PCT TO RE-RATE-PCT (RATE-COUNT)
                       MOVE TX-EFFECTIVE-DATE
                           TO RE-EFFECTIVE-DATE (RATE-COUNT)
                   END-IF
           END-READ.

      * A month with no archive is simply a month the trail had not
      * yet rolled - its rows are still live - so it is counted,
      * not treated as an error.
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
           ELSE
               ADD 1 TO MISSING-ARCHIVES
           END-IF.
           ADD 1 TO ARCHIVE-MONTH.

       READ-ONE-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-LINE (1:8) NOT = 'TRAILER '
                       MOVE ARCHIVE-LINE TO AUDIT-WORK
                       ADD 1 TO ARCHIVE-ROWS
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
                   ADD 1 TO LIVE-ROWS
                   PERFORM SIFT-AUDIT-ENTRY
           END-READ.

       SIFT-AUDIT-ENTRY.
           MOVE AUDIT-TIMESTAMP (1:6) TO ENTRY-MONTH.
           IF ENTRY-MONTH IS NUMERIC
               AND ENTRY-MONTH >= FIRST-MONTH
               AND ENTRY-MONTH <= LAST-MONTH
                   PERFORM FIND-ENTRY-RATE
                   PERFORM FIND-BAND
                   IF BAND-AT > 0
                       PERFORM ADD-ENTRY-TO-BAND
                   END-IF
           END-IF.

      * Refunds and refunded tax take the rate of the charge day
      * the reference stamp names; everything else its own day.
       FIND-ENTRY-RATE.
           MOVE AUDIT-STORE-ID TO RATE-STORE-ID.
           IF (AUDIT-REFUND OR AUDIT-TAX-REFUND)
               AND AUDIT-REF-STAMP (1:8) IS NUMERIC
                   MOVE AUDIT-REF-STAMP (1:8) TO RATE-DATE
           ELSE
               MOVE AUDIT-TIMESTAMP (1:8) TO RATE-DATE
           END-IF.
           MOVE 0 TO RATE-IN-FORCE.
           MOVE 0 TO RATE-FOUND-DATE.
           PERFORM MATCH-RATE-ROW
               VARYING RATE-IDX FROM 1 BY 1
               UNTIL RATE-IDX > RATE-COUNT.

       MATCH-RATE-ROW.
           IF RE-STORE-ID (RATE-IDX) = RATE-STORE-ID
               AND RE-EFFECTIVE-DATE (RATE-IDX) <= RATE-DATE
               AND RE-EFFECTIVE-DATE (RATE-IDX) >= RATE-FOUND-DATE
                   MOVE RE-RATE-PCT (RATE-IDX) TO RATE-IN-FORCE
                   MOVE RE-EFFECTIVE-DATE (RATE-IDX)
                       TO RATE-FOUND-DATE
           END-IF.

       FIND-BAND.
           MOVE AUDIT-STORE-ID TO BK-STORE-ID.
           MOVE RATE-IN-FORCE TO BK-RATE-PCT.
           MOVE 0 TO BAND-AT.
           PERFORM MATCH-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-COUNT OR BAND-AT > 0.
           IF BAND-AT = 0
               IF BAND-COUNT < 200
                   PERFORM INSERT-BAND
               ELSE
                   IF NOT BAND-FULL
                       DISPLAY 'More than 200 store/rate bands - '
                           'the rest are left off this return'
                   END-IF
                   SET BAND-FULL TO TRUE
               END-IF
           END-IF.

       MATCH-BAND.
           IF BD-STORE-ID (BAND-IDX) = BK-STORE-ID
               AND BD-RATE-PCT (BAND-IDX) = BK-RATE-PCT
                   MOVE BAND-IDX TO BAND-AT
           END-IF.

      * Slide every band that sorts after the new one down a slot
      * and drop the new one into the gap.
       INSERT-BAND.
           MOVE BAND-COUNT TO BAND-IDX.
           ADD 1 TO BAND-COUNT.
           MOVE BAND-COUNT TO BAND-AT.
           PERFORM SHIFT-ONE-BAND UNTIL BAND-IDX = 0.
           MOVE BK-STORE-ID TO BD-STORE-ID (BAND-AT).
           MOVE BK-RATE-PCT TO BD-RATE-PCT (BAND-AT).
           MOVE 0 TO BD-GROSS-SALES (BAND-AT).
           MOVE 0 TO BD-REVERSED (BAND-AT).
           MOVE 0 TO BD-REFUNDED (BAND-AT).
           MOVE 0 TO BD-TAX-COLLECTED (BAND-AT).
           MOVE 0 TO BD-TAX-BACKED-OUT (BAND-AT).

       SHIFT-ONE-BAND.
           MOVE BD-STORE-ID (BAND-IDX) TO TK-STORE-ID.
           MOVE BD-RATE-PCT (BAND-IDX) TO TK-RATE-PCT.
           IF TABLE-KEY > BAND-KEY
               MOVE BAND-ENTRY (BAND-IDX) TO BAND-ENTRY (BAND-AT)
               MOVE BAND-IDX TO BAND-AT
               SUBTRACT 1 FROM BAND-IDX
           ELSE
               MOVE 0 TO BAND-IDX
           END-IF.

       ADD-ENTRY-TO-BAND.
           EVALUATE TRUE
               WHEN AUDIT-TAX-ENTRY
                   ADD AUDIT-PRICE TO BD-TAX-COLLECTED (BAND-AT)
               WHEN AUDIT-TAX-REFUND
                   ADD AUDIT-PRICE TO BD-TAX-BACKED-OUT (BAND-AT)
               WHEN AUDIT-REVERSAL OR AUDIT-BUNDLE-DISCOUNT
                   ADD AUDIT-PRICE TO BD-REVERSED (BAND-AT)
               WHEN AUDIT-REFUND
                   ADD AUDIT-PRICE TO BD-REFUNDED (BAND-AT)
               WHEN OTHER
                   ADD AUDIT-PRICE TO BD-GROSS-SALES (BAND-AT)
           END-EVALUATE.

       PRINT-RETURN.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'SALES-TAX RETURN  ' FIRST-MONTH ' - ' LAST-MONTH.
           DISPLAY '  trail rows read: ' ARCHIVE-ROWS ' archived, '
               LIVE-ROWS ' live'.
           IF MISSING-ARCHIVES > 0
               DISPLAY '  (' MISSING-ARCHIVES ' months of the period '
                   'not yet rolled over - read from the live trail)'
           END-IF.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'STORE  RATE%      SALES   REVERSED   REFUNDED'
               '    TAXABLE  COLLECTED BACKED-OUT    NET DUE'.

           MOVE SPACES TO PRIOR-STORE-ID.
           PERFORM PRINT-ONE-BAND
               VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-COUNT.
           IF BAND-COUNT > 0
               PERFORM PRINT-STORE-TOTAL
           ELSE
               DISPLAY '  No taxable activity in the period'
           END-IF.

           MOVE RETURN-TAXABLE TO DISPLAY-TAXABLE.
           MOVE RETURN-COLLECTED TO DISPLAY-COLLECTED.
           MOVE RETURN-BACKED-OUT TO DISPLAY-BACKED-OUT.
           MOVE RETURN-NET-DUE TO DISPLAY-DUE.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'RETURN TOTAL                         '
               DISPLAY-TAXABLE ' ' DISPLAY-COLLECTED ' '
               DISPLAY-BACKED-OUT DISPLAY-DUE.
           DISPLAY 'Amount due for the period: $'
               FUNCTION TRIM(DISPLAY-DUE).

       PRINT-ONE-BAND.
           IF BD-STORE-ID (BAND-IDX) NOT = PRIOR-STORE-ID
               AND BAND-IDX > 1
                   PERFORM PRINT-STORE-TOTAL
           END-IF.
           MOVE BD-STORE-ID (BAND-IDX) TO PRIOR-STORE-ID.

           COMPUTE LINE-TAXABLE = BD-GROSS-SALES (BAND-IDX)
               - BD-REVERSED (BAND-IDX) - BD-REFUNDED (BAND-IDX).
           COMPUTE LINE-NET-DUE = BD-TAX-COLLECTED (BAND-IDX)
               - BD-TAX-BACKED-OUT (BAND-IDX).
           ADD LINE-TAXABLE TO STORE-TAXABLE.
           ADD BD-TAX-COLLECTED (BAND-IDX) TO STORE-COLLECTED.
           ADD BD-TAX-BACKED-OUT (BAND-IDX) TO STORE-BACKED-OUT.
           ADD LINE-NET-DUE TO STORE-NET-DUE.

      * Rows from before the trail carried a store have no
      * jurisdiction to file under - they print as '----' so they
      * are seen, not quietly dropped.
           IF BD-STORE-ID (BAND-IDX) = SPACES
               MOVE '----' TO DISPLAY-STORE
           ELSE
               MOVE BD-STORE-ID (BAND-IDX) TO DISPLAY-STORE
           END-IF.
           MOVE BD-RATE-PCT (BAND-IDX) TO DISPLAY-RATE.
           MOVE BD-GROSS-SALES (BAND-IDX) TO DISPLAY-GROSS.
           MOVE LINE-TAXABLE TO DISPLAY-TAXABLE.
           MOVE BD-TAX-COLLECTED (BAND-IDX) TO DISPLAY-COLLECTED.
           MOVE BD-TAX-BACKED-OUT (BAND-IDX) TO DISPLAY-BACKED-OUT.
           MOVE LINE-NET-DUE TO DISPLAY-DUE.
           MOVE BD-REVERSED (BAND-IDX) TO DISPLAY-LESS.
           DISPLAY DISPLAY-STORE ' ' DISPLAY-RATE ' '
               DISPLAY-GROSS ' ' DISPLAY-LESS ' ' WITH NO ADVANCING.
           MOVE BD-REFUNDED (BAND-IDX) TO DISPLAY-LESS.
           DISPLAY DISPLAY-LESS DISPLAY-TAXABLE ' '
               DISPLAY-COLLECTED ' ' DISPLAY-BACKED-OUT
               DISPLAY-DUE.

       PRINT-STORE-TOTAL.
           MOVE STORE-TAXABLE TO DISPLAY-TAXABLE.
           MOVE STORE-COLLECTED TO DISPLAY-COLLECTED.
           MOVE STORE-BACKED-OUT TO DISPLAY-BACKED-OUT.
           MOVE STORE-NET-DUE TO DISPLAY-DUE.
           DISPLAY '  store total                        '
               DISPLAY-TAXABLE ' ' DISPLAY-COLLECTED ' '
               DISPLAY-BACKED-OUT DISPLAY-DUE.
           ADD STORE-TAXABLE TO RETURN-TAXABLE.
           ADD STORE-COLLECTED TO RETURN-COLLECTED.
           ADD STORE-BACKED-OUT TO RETURN-BACKED-OUT.
           ADD STORE-NET-DUE TO RETURN-NET-DUE.
           MOVE 0 TO STORE-TAXABLE.
           MOVE 0 TO STORE-COLLECTED.
           MOVE 0 TO STORE-BACKED-OUT.
           MOVE 0 TO STORE-NET-DUE.

       END PROGRAM TAX-RETURN.
