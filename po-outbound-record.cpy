      *****************************************************************
      *  PO-OUTBOUND-RECORD.CPY
      *  One line of the outbound order file a supplier gets for the
      *  night's new purchase-order lines, po-out-<supplier code>-
      *  <run stamp>.dat.  The order reference is the same on every
      *  line of one file and is stamped back onto the PO lines it
      *  carries, so a ship notice that quotes it finds them again.
      *  The line reference is our PO key - title, ordering stamp
      *  and format.  Wanted-by is the order date plus the
      *  supplier's lead time.  Caller supplies its own 01-level
      *  header and COPYs this in underneath it.
      *****************************************************************
           02  POX-ORDER-REF           PIC X(20).
           02  POX-SUPPLIER-CODE       PIC X(06).
           02  POX-LINE-REF            PIC X(25).
           02  POX-IMDB-ID             PIC X(10).
           02  POX-FORMAT              PIC X(01).
           02  POX-QTY-ORDERED         PIC 9(03).
           02  POX-UNIT-COST           PIC 9(4)V9(2).
           02  POX-LINE-VALUE          PIC 9(6)V9(2).
           02  POX-WANTED-BY-DATE      PIC 9(08).
