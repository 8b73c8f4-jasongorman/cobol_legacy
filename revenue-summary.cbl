                   03  DAY-TIER-AMOUNT     PIC S9(7)V9(2).
           01 DAY-CALL-COUNT         PIC 9(06).
           01 DAY-TOTAL-AMOUNT       PIC S9(7)V9(2).
           01 DAY-TAX-AMOUNT         PIC S9(7)V9(2).
           01 DAY-GROSS-AMOUNT       PIC S9(7)V9(2).
           01 DAY-SALE-COUNT         PIC 9(06).
           01 DAY-SALE-AMOUNT        PIC 9(7)V9(2).
           01 DAY-BUNDLE-AMOUNT      PIC 9(7)V9(2).
           01 GRAND-CALL-COUNT       PIC 9(08) VALUE 0.
           01 GRAND-TOTAL-AMOUNT     PIC S9(9)V9(2) VALUE 0.
           01 GRAND-TAX-AMOUNT       PIC S9(9)V9(2) VALUE 0.
           01 GRAND-GROSS-AMOUNT     PIC S9(9)V9(2) VALUE 0.
           01 GRAND-SALE-COUNT       PIC 9(08) VALUE 0.
           01 GRAND-SALE-AMOUNT      PIC 9(9)V9(2) VALUE 0.
           01 GRAND-BUNDLE-AMOUNT    PIC 9(9)V9(2) VALUE 0.

           01 TIER-CODE-TABLE.
               02  TIER-CODE-LIST        PIC X(05) VALUE 'BSPM '.
           MOVE GRAND-TOTAL-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY 'Report net:   ' FUNCTION TRIM(DISPLAY-COUNT)
               ' calls  $' FUNCTION TRIM(DISPLAY-AMOUNT).
           IF GRAND-SALE-COUNT > 0
               MOVE GRAND-SALE-COUNT TO DISPLAY-COUNT
               MOVE GRAND-SALE-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY '  of which used sales: '
                   FUNCTION TRIM(DISPLAY-COUNT) ' copies  $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
           END-IF.
           IF GRAND-BUNDLE-AMOUNT > 0
               MOVE GRAND-BUNDLE-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY '  bundle savings, already off the net: $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
           END-IF.
           COMPUTE GRAND-GROSS-AMOUNT =
               GRAND-TOTAL-AMOUNT + GRAND-TAX-AMOUNT.
           MOVE GRAND-TAX-AMOUNT TO DISPLAY-AMOUNT.
      * actually charged and a refunded mistake stops inflating the
      * day it happened on.  Tax entries total separately - the
      * tier rows and the net figure stay what the shop earned,
      * the tax line is what it merely collected.  A used copy
      * sold over the counter is money earned but not a pricing
      * call - it adds to the net and shows on its own line.  Tax
      * handed back with a refund comes off the tax line.  A series
      * bundle's saving comes off the tier of the title it was
      * shared to, but is no pricing call of its own - the day
      * shows the savings on their own line.
           EVALUATE TRUE
               WHEN AUDIT-TAX-ENTRY
                   ADD AUDIT-PRICE TO DAY-TAX-AMOUNT
                   ADD AUDIT-PRICE TO GRAND-TAX-AMOUNT
               WHEN AUDIT-TAX-REFUND
                   SUBTRACT AUDIT-PRICE FROM DAY-TAX-AMOUNT
                   SUBTRACT AUDIT-PRICE FROM GRAND-TAX-AMOUNT
               WHEN AUDIT-SALE
                   ADD 1 TO DAY-SALE-COUNT
                   ADD 1 TO GRAND-SALE-COUNT
                   ADD AUDIT-PRICE TO DAY-SALE-AMOUNT
                   ADD AUDIT-PRICE TO GRAND-SALE-AMOUNT
                   ADD AUDIT-PRICE TO DAY-TOTAL-AMOUNT
                   ADD AUDIT-PRICE TO GRAND-TOTAL-AMOUNT
               WHEN AUDIT-BUNDLE-DISCOUNT
                   PERFORM MATCH-TIER-SLOT
                   SUBTRACT AUDIT-PRICE FROM DAY-TIER-AMOUNT (TIER-IDX)
                   SUBTRACT AUDIT-PRICE FROM DAY-TOTAL-AMOUNT
                   SUBTRACT AUDIT-PRICE FROM GRAND-TOTAL-AMOUNT
                   ADD AUDIT-PRICE TO DAY-BUNDLE-AMOUNT
                   ADD AUDIT-PRICE TO GRAND-BUNDLE-AMOUNT
               WHEN OTHER
                   PERFORM MATCH-TIER-SLOT
                   ADD 1 TO DAY-TIER-COUNT (TIER-IDX)
                   ADD 1 TO DAY-CALL-COUNT
                   ADD 1 TO GRAND-CALL-COUNT
                   IF AUDIT-REVERSAL OR AUDIT-REFUND
                       SUBTRACT AUDIT-PRICE
                           FROM DAY-TIER-AMOUNT (TIER-IDX)
                       SUBTRACT AUDIT-PRICE FROM DAY-TOTAL-AMOUNT
                       SUBTRACT AUDIT-PRICE FROM GRAND-TOTAL-AMOUNT
                   ELSE
                       ADD AUDIT-PRICE TO DAY-TIER-AMOUNT (TIER-IDX)
                       ADD AUDIT-PRICE TO DAY-TOTAL-AMOUNT
                       ADD AUDIT-PRICE TO GRAND-TOTAL-AMOUNT
                   END-IF
           END-EVALUATE.

      * Slot 5 catches a blank (or unrecognized) tier code - a call
      * that found no title or couldn't price still sits on the
           MOVE 0 TO DAY-CALL-COUNT.
           MOVE 0 TO DAY-TOTAL-AMOUNT.
           MOVE 0 TO DAY-TAX-AMOUNT.
           MOVE 0 TO DAY-SALE-COUNT.
           MOVE 0 TO DAY-SALE-AMOUNT.
           MOVE 0 TO DAY-BUNDLE-AMOUNT.
           PERFORM CLEAR-DAY-TIER-ROW
               VARYING TIER-IDX FROM 1 BY 1 UNTIL TIER-IDX > 5.

           MOVE DAY-TOTAL-AMOUNT TO DISPLAY-AMOUNT.
           DISPLAY '  day net:    ' FUNCTION TRIM(DISPLAY-COUNT)
               ' calls  $' FUNCTION TRIM(DISPLAY-AMOUNT).
           IF DAY-SALE-COUNT > 0
               MOVE DAY-SALE-COUNT TO DISPLAY-COUNT
               MOVE DAY-SALE-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY '    of which used sales: '
                   FUNCTION TRIM(DISPLAY-COUNT) ' copies  $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
           END-IF.
           IF DAY-BUNDLE-AMOUNT > 0
               MOVE DAY-BUNDLE-AMOUNT TO DISPLAY-AMOUNT
               DISPLAY '    bundle savings, already off the net: $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
           END-IF.
           COMPUTE DAY-GROSS-AMOUNT =
               DAY-TOTAL-AMOUNT + DAY-TAX-AMOUNT.
           MOVE DAY-TAX-AMOUNT TO DISPLAY-AMOUNT.
