      *****************************************************************
      *  REVSHARE-PAYABLE-RECORD.CPY
      *  One studio's settlement for one month on the payable file
      *  accounts pays from, revshare-payable-YYYYMM.dat - the
      *  month's net rental revenue on the studio's deal titles and
      *  the share of it owed, guarantee top-ups included.  Refunds
      *  can leave a studio's month in the red; the owed amount then
      *  carries a minus sign and is recovered against the next
      *  cheque, not paid.  Written by REVSHARE-SETTLEMENT, which
      *  replaces the month's file whole on a rerun.  Caller supplies
      *  its own 01-level header and COPYs this in underneath it.
      *****************************************************************
           02  RSP-SETTLE-MONTH        PIC 9(06).
           02  RSP-STUDIO-ID           PIC X(06).
           02  RSP-STUDIO-NAME         PIC X(30).
           02  RSP-TITLE-COUNT         PIC 9(04).
           02  RSP-RENTAL-COUNT        PIC 9(06).
           02  RSP-NET-REVENUE         PIC S9(7)V9(2)
                                       SIGN IS LEADING SEPARATE.
           02  RSP-GUARANTEE-TOPUP     PIC 9(7)V9(2).
           02  RSP-AMOUNT-OWED         PIC S9(7)V9(2)
                                       SIGN IS LEADING SEPARATE.
