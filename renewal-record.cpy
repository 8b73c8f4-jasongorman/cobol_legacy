      *****************************************************************
      *  RENEWAL-RECORD.CPY
      *  One paid membership renewal on the renewals log - old and
      *  new expiry with the money taken, so the dues a statement
      *  dispute asks about are on file.  Written by RENEW-MEMBER
      *  at the counter; read by the nightly ledger extract for the
      *  day's dues.  Caller supplies its own 01-level header and
      *  COPYs this in underneath it.
      *****************************************************************
           02  RL-MEMBER-ID            PIC X(10).
           02  RL-OLD-EXPIRY           PIC 9(08).
           02  RL-NEW-EXPIRY           PIC 9(08).
           02  RL-AMOUNT-PAID          PIC 9(4)V9(2).
           02  RL-RENEWED-DATE         PIC 9(08).
           02  RL-TIMESTAMP            PIC X(14).
           02  RL-OPERATOR             PIC X(03).
      *  The store whose till took the dues.  Blank on lines from
      *  before the store was kept.
           02  RL-STORE-ID             PIC X(04).
