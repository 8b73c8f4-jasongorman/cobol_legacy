      *  not invisible.
           02  RENTAL-RETURN-FLAG      PIC X(01).
               88  RENTAL-BACKDATED        VALUE 'B'.
      *  The barcode of the physical copy that went out, scanned at
      *  the counter.  Blank on rows from before copies were
      *  labelled, and for a title whose copies never were.
           02  RENTAL-COPY-BARCODE     PIC X(10).
      *  The format the member took home - D DVD, B Blu-ray, K 4K.
      *  Blank on rows from before formats were stocked separately,
      *  all of which went out as DVD.
           02  RENTAL-FORMAT           PIC X(01).
               88  RENTAL-DVD              VALUE 'D' ' '.
               88  RENTAL-BLU-RAY          VALUE 'B'.
               88  RENTAL-UHD-4K           VALUE 'K'.
      *  How many times the member has had the due date pushed out
      *  through RENEW-RENTAL without bringing the disc back - the
      *  counter-limits file caps it.  Rows from before renewals
      *  existed read back space-filled, which counts as none.
           02  RENTAL-RENEWAL-COUNT    PIC 9(02).
