      *****************************************************************
      *  SUPPLIER-RECORD.CPY
      *  One supplier on the supplier master, suppliers.dat - the
      *  distributor a purchase-order line is bought from, how many
      *  days it usually takes to deliver, and how it takes an
      *  order.  Every supplier gets the nightly outbound order file
      *  for its new lines (see SEND-PURCHASE-ORDERS); the method
      *  says what happens to it next - picked up by the supplier's
      *  own system, attached to an e-mail, or read down the phone
      *  by the buyer.  A disabled supplier keeps its row, so old
      *  PO lines still name somebody, but takes no new orders.
      *  MAINTAIN-SUPPLIERS keeps the file.  Caller supplies its own
      *  01-level header and COPYs this in underneath it.
      *****************************************************************
           02  SUP-CODE                PIC X(06).
           02  SUP-NAME                PIC X(30).
           02  SUP-LEAD-DAYS           PIC 9(03).
           02  SUP-ORDER-METHOD        PIC X(01).
               88  SUP-BY-FILE             VALUE 'F'.
               88  SUP-BY-EMAIL            VALUE 'E'.
               88  SUP-BY-PHONE            VALUE 'P'.
               88  SUP-METHOD-VALID        VALUE 'F', 'E', 'P'.
           02  SUP-STATUS              PIC X(01).
               88  SUP-ACTIVE              VALUE 'A'.
               88  SUP-DISABLED            VALUE 'D'.
