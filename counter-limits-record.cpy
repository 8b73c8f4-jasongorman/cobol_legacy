           02  CL-OPEN-RENTAL-LIMIT    PIC 9(02).
           02  CL-FEE-BALANCE-CAP      PIC 9(4)V9(2).
           02  CL-EFFECTIVE-DATE       PIC 9(08).
      *  How many times one rental may be renewed by phone or at the
      *  counter before the disc has to come back.  Rows loaded
      *  before renewals existed read back space-filled; RENEW-RENTAL
      *  then falls back on its own default.
           02  CL-MAX-RENEWALS         PIC 9(02).
