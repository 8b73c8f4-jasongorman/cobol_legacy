
       FD MTD-FILE.
           01 MTD-RECORD.
               COPY 'revenue-mtd-record.cpy'.

       FD DRAWER-FILE.
           01 DRAWER-CLOSE-RECORD.
               88  AUDIT-EOF             VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 CLOSE-DATE             PIC 9(08) VALUE 0.
           01 PERIOD-REQUEST.
               COPY 'period-request.cpy'.
           01 DAY-RECORD-SW          PIC X(01) VALUE 'N'.
               88  DAY-RECORD-FOUND      VALUE 'Y'.
           01 DAY-CHECKOUTS          PIC 9(06) VALUE 0.
           01 DAY-RETURNS            PIC 9(06) VALUE 0.
           01 DAY-PRICED-CALLS       PIC 9(06) VALUE 0.
           01 DAY-REVENUE            PIC S9(7)V9(2) VALUE 0.
           01 DAY-TAX                PIC S9(7)V9(2) VALUE 0.

      * Today's per-store close-out lines, collected so the month-
      * to-date file keeps the same store breakdown the day close
                   03  MSD-OVER-SHORT      PIC S9(6)V9(2).
                   03  MSD-PRICED-CALLS    PIC 9(06).
                   03  MSD-REVENUE         PIC S9(7)V9(2).
                   03  MSD-TAX             PIC S9(7)V9(2).
           01 DRAWER-FS              PIC 9(02).
           01 DRAWER-EOF-SW          PIC X(01) VALUE 'N'.
               88  DRAWER-EOF            VALUE 'Y'.
               MOVE TODAY-DATE TO CLOSE-DATE
           END-IF.

           MOVE CLOSE-DATE TO PQ-DATE.
           CALL 'CHECK-PERIOD' USING PERIOD-REQUEST.
           IF PQ-CLOSED
               DISPLAY 'Period ' PQ-MONTH ' is closed - month-to-'
                   'date not appended'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-TODAYS-DAY-RECORD.
           IF NOT DAY-RECORD-FOUND
               DISPLAY 'No close-out for ' CLOSE-DATE
                       EVALUATE TRUE
                           WHEN AUDIT-TAX-ENTRY
                               ADD AUDIT-PRICE TO DAY-TAX
                           WHEN AUDIT-TAX-REFUND
                               SUBTRACT AUDIT-PRICE FROM DAY-TAX
                           WHEN AUDIT-REVERSAL OR AUDIT-REFUND
                               ADD 1 TO DAY-PRICED-CALLS
                               SUBTRACT AUDIT-PRICE FROM DAY-REVENUE
                           WHEN AUDIT-BUNDLE-DISCOUNT
                               SUBTRACT AUDIT-PRICE FROM DAY-REVENUE
                           WHEN OTHER
                               ADD 1 TO DAY-PRICED-CALLS
                               ADD AUDIT-PRICE TO DAY-REVENUE
               EVALUATE TRUE
                   WHEN AUDIT-TAX-ENTRY
                       ADD AUDIT-PRICE TO MSD-TAX (MTD-STORE-AT)
                   WHEN AUDIT-TAX-REFUND
                       SUBTRACT AUDIT-PRICE
                           FROM MSD-TAX (MTD-STORE-AT)
                   WHEN AUDIT-REVERSAL OR AUDIT-REFUND
                       ADD 1 TO MSD-PRICED-CALLS (MTD-STORE-AT)
                       SUBTRACT AUDIT-PRICE
                           FROM MSD-REVENUE (MTD-STORE-AT)
                   WHEN AUDIT-BUNDLE-DISCOUNT
                       SUBTRACT AUDIT-PRICE
                           FROM MSD-REVENUE (MTD-STORE-AT)
                   WHEN OTHER
                       ADD 1 TO MSD-PRICED-CALLS (MTD-STORE-AT)
                       ADD AUDIT-PRICE
