      *****************************************************************
      *  GL-POSTING-RECORD.CPY
      *  One journal line on the nightly ledger posting file,
      *  gl-postings-YYYYMMDD.dat - one side of one kind of money
      *  movement at one store for the posting date.  Every movement
      *  posts as a debit line and a credit line of the same amount,
      *  so the file's debits always equal its credits.  A blank
      *  store is money that reached no till (an agency recovery)
      *  or a row from before its source file kept the store.
      *  Written by GL-EXTRACT.  Caller supplies its own 01-level
      *  header and COPYs this in underneath it.
      *****************************************************************
           02  GLP-POSTING-DATE        PIC 9(08).
           02  GLP-STORE-ID            PIC X(04).
           02  GLP-ACCOUNT             PIC X(08).
           02  GLP-DEBIT-CREDIT        PIC X(01).
               88  GLP-DEBIT               VALUE 'D'.
               88  GLP-CREDIT              VALUE 'C'.
           02  GLP-AMOUNT              PIC 9(7)V9(2).
           02  GLP-EVENT-CODE          PIC X(02).
           02  GLP-DESCRIPTION         PIC X(30).
