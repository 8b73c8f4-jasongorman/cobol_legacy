      *****************************************************************
      *  ASN-RECORD.CPY
      *  One line of a supplier's advance ship notice - what the
      *  supplier says is on the truck before the box reaches the
      *  back door.  Each supplier drops its notices on its own
      *  inbound file, asn-<supplier code>.dat; MATCH-SHIP-NOTICES
      *  reads them nightly, pre-matches the shipped quantities to
      *  the open purchase-order lines and empties the files.  The
      *  order reference is the one our outbound order file sent
      *  the supplier - blank when the order went by phone and the
      *  supplier has nothing to quote.  Caller supplies its own
      *  01-level header and COPYs this in underneath it.
      *****************************************************************
           02  ASN-NUMBER              PIC X(12).
           02  ASN-SHIP-DATE           PIC 9(08).
           02  ASN-ORDER-REF           PIC X(20).
           02  ASN-IMDB-ID             PIC X(10).
           02  ASN-FORMAT              PIC X(01).
               88  ASN-FORMAT-VALID        VALUE 'D', 'B', 'K'.
           02  ASN-QTY-SHIPPED         PIC 9(03).
