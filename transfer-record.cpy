           02  XFER-SENT-DATE          PIC 9(08).
           02  XFER-RECEIVED-DATE      PIC 9(08).
           02  XFER-OPERATOR           PIC X(03).
      *  One box carries one format - D DVD, B Blu-ray, K 4K - and
      *  lands on the receiving store's count for it.  Blank on a
      *  box sent before formats were kept, which was DVD.
           02  XFER-FORMAT             PIC X(01).
