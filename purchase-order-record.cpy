      *  receiving closes it - in full, or SHORT when the supplier
      *  is done sending and the count never got there, so "paid
      *  for stock that never arrived" is a report instead of a
      *  shrug.  The format closes the key - one buy decision cuts
      *  a line per format, all on the same stamp - and a box is
      *  received against the line for its own format.  The
      *  supplier and unit cost are keyed when the line is cut; the
      *  order reference is stamped on by SEND-PURCHASE-ORDERS when
      *  the line goes out to the supplier (blank means not sent
      *  yet), and the shipped count and ship notice number by
      *  MATCH-SHIP-NOTICES as the supplier's notices come in, so
      *  receiving only has to confirm what the supplier says is in
      *  the box.  Lines from before suppliers read these fields
      *  back as spaces.  Caller supplies its own 01-level header
      *  and COPYs this in underneath it.
      *****************************************************************
           02  PO-KEY.
               03  PO-IMDB-ID          PIC X(10).
               03  PO-ORDERED-STAMP    PIC X(14).
               03  PO-FORMAT           PIC X(01).
                   88  PO-DVD              VALUE 'D'.
                   88  PO-BLU-RAY          VALUE 'B'.
                   88  PO-UHD-4K           VALUE 'K'.
           02  PO-QTY-ORDERED          PIC 9(03).
           02  PO-QTY-RECEIVED         PIC 9(03).
           02  PO-STATUS               PIC X(01).
           02  PO-ORDERED-DATE         PIC 9(08).
           02  PO-CLOSED-DATE          PIC 9(08).
           02  PO-OPERATOR             PIC X(03).
           02  PO-SUPPLIER-CODE        PIC X(06).
           02  PO-UNIT-COST            PIC 9(4)V9(2).
           02  PO-ORDER-REF            PIC X(20).
           02  PO-SENT-DATE            PIC 9(08).
           02  PO-QTY-SHIPPED          PIC 9(03).
           02  PO-ASN-NUMBER           PIC X(12).
