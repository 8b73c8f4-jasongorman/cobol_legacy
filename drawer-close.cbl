      * End-of-shift drawer reckoning: the clerk keys the counted
      * cash per store, the day's live audit entries for that till
      * say what SHOULD be there - engine charges plus overrides
      * plus tax, reversals, refunds and refunded tax netted off,
      * credit sales added and credit-paid charges backed out off
      * the movement journal - and the over/short lands on file
      * tonight instead of being discovered weeks later, if ever.
      * Entries with no store stamp (from before the trail carried
      * one) are shown separately so a shortfall against them reads
      * as "old rows", not as a thieving till.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operator initials: '.
           END-READ.

       NET-INTO-EXPECTED.
           IF AUDIT-REVERSAL OR AUDIT-REFUND OR AUDIT-TAX-REFUND
               OR AUDIT-BUNDLE-DISCOUNT
               SUBTRACT AUDIT-PRICE FROM EXPECTED-AMOUNT
           ELSE
               ADD AUDIT-PRICE TO EXPECTED-AMOUNT
           END-IF.

       NET-INTO-UNATTRIBUTED.
           IF AUDIT-REVERSAL OR AUDIT-REFUND OR AUDIT-TAX-REFUND
               OR AUDIT-BUNDLE-DISCOUNT
               SUBTRACT AUDIT-PRICE FROM UNATTRIBUTED-AMOUNT
           ELSE
               ADD AUDIT-PRICE TO UNATTRIBUTED-AMOUNT
