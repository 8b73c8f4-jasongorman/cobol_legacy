      *****************************************************************
      *  GL-ACCOUNT-RECORD.CPY
      *  One row of the ledger account map, gl-accounts.dat - which
      *  account a kind of money movement debits and which it
      *  credits.  Kept by the accounts office, not in the code, so
      *  a chart-of-accounts change is a file edit.  The movements:
      *    RN  rental charges - engine-priced and overridden
      *    RV  reversals and refunds of rental charges
      *    TX  sales tax collected
      *    TB  sales tax handed back with a refund
      *    SL  previously-viewed copies sold
      *    FL  late fees assessed
      *    FD  damage fees assessed
      *    FR  replacement fees assessed
      *    FP  fee payments taken
      *    FW  fees waived
      *    CP  store credit sold - money held for the member, a
      *        liability, not revenue
      *    CR  store credit spent on a rental - the charge is
      *        already revenue on the trail, so this moves its
      *        debit off cash and onto the liability
      *    MD  membership dues
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  GLA-EVENT-CODE          PIC X(02).
           02  GLA-DEBIT-ACCOUNT       PIC X(08).
           02  GLA-CREDIT-ACCOUNT      PIC X(08).
           02  GLA-DESCRIPTION         PIC X(30).
