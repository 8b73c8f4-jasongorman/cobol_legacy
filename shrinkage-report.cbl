           01 ADJUST-EOF-SW          PIC X(01) VALUE 'N'.
               88  ADJUST-EOF            VALUE 'Y'.
           01 REPORT-MONTH           PIC X(06) VALUE SPACES.
           01 LAST-MONTH.
               02  LAST-YEAR           PIC 9(04).
               02  LAST-MM             PIC 9(02).
           01 REASON-IDX             PIC 9(01).
           01 TOTAL-ADJUSTMENTS      PIC 9(06) VALUE 0.
           01 NET-COPIES             PIC S9(06) VALUE 0.
           01 DISPLAY-NET            PIC -(5)9.

      * One row per reason code, in D/L/F/N/W/S order.
           01 REASON-TOTALS.
               02  REASON-ROW OCCURS 6 TIMES.
                   03  REASON-COUNT        PIC 9(06) VALUE 0.
                   03  REASON-NET          PIC S9(06) VALUE 0.
           01 REASON-NAME-TABLE.
               02  REASON-NAME OCCURS 6 TIMES PIC X(10).
       PROCEDURE DIVISION.
      * Monthly shrinkage report: total the inventory adjustments
      * for the requested month by reason code, count and net
      * copies, so the cost of damage, loss and write-offs is a
      * number on a page instead of a feeling about the shelves.
      * Stocktake variances posted after a count show on their own
      * line - shrinkage nobody noticed until the shelf was
      * counted.
       MAIN-PROCEDURE.
           PERFORM INITIALIZE-REASON-NAMES.

      * December's report runs in January of the next year.
           MOVE FUNCTION CURRENT-DATE (1:6) TO LAST-MONTH.
           IF LAST-MM = 1
               SUBTRACT 1 FROM LAST-YEAR
               MOVE 12 TO LAST-MM
           ELSE
               SUBTRACT 1 FROM LAST-MM
           END-IF.
           DISPLAY 'Report month YYYYMM (blank for all, L for last '
               'month): '.
           ACCEPT REPORT-MONTH.
           IF REPORT-MONTH = 'L'
               MOVE LAST-MONTH TO REPORT-MONTH
           END-IF.

           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJUST-FS = '00'
               REPORT-MONTH.
           DISPLAY '------------------------------------------'.
           PERFORM PRINT-REASON-LINE
               VARYING REASON-IDX FROM 1 BY 1 UNTIL REASON-IDX > 6.
           DISPLAY '------------------------------------------'.
           MOVE NET-COPIES TO DISPLAY-NET.
           DISPLAY 'Adjustments: ' TOTAL-ADJUSTMENTS
           MOVE 'Found' TO REASON-NAME(3).
           MOVE 'New stock' TO REASON-NAME(4).
           MOVE 'Write-off' TO REASON-NAME(5).
           MOVE 'Stocktake' TO REASON-NAME(6).

       TALLY-ADJUSTMENT.
           READ ADJUSTMENT-FILE
                   MOVE 4 TO REASON-IDX
               WHEN ADJ-WRITE-OFF
                   MOVE 5 TO REASON-IDX
               WHEN ADJ-STOCKTAKE
                   MOVE 6 TO REASON-IDX
               WHEN OTHER
                   MOVE 0 TO REASON-IDX
           END-EVALUATE.
