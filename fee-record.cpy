      *  sent, which is every fee written before the field existed.
           02  FEE-COLLECTION-FLAG     PIC X(01).
               88  FEE-SENT-TO-AGENCY      VALUE 'S'.
      *  The store whose counter the fee was assessed at - the
      *  return's store, or the store the lost rental went out from
      *  - so the ledger posts it to that store's books.  Blank on
      *  rows from before the field existed.
           02  FEE-STORE-ID            PIC X(04).
