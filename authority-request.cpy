      *****************************************************************
      *  AUTHORITY-REQUEST.CPY
      *  Parameter block for AUTHORIZE-ACTION, the one place that
      *  decides whether the initials keyed as "authorizing
      *  operator" may sign off a sensitive action - so the roles,
      *  the per-role money limits and the decision log live in
      *  exactly one place.  Works like credit-request.cpy: the
      *  caller fills the action side, AUTHORIZE-ACTION fills the
      *  result side.
      *    AQ-ACTION      what is being signed off
      *    AQ-AUTHORIZER  the initials keyed to sign it off
      *    AQ-REQUESTER   the session's own operator, for the log
      *    AQ-AMOUNT      the money at stake, checked against the
      *                   authorizer's role limit (zero for an
      *                   action with no money on it)
      *    AQ-PROGRAM     the calling program, for the log
      *    AQ-STORE-ID    the till's store, for the log
      *  Every decision, granted or refused, lands a line on
      *  authority.log.  Caller supplies its own 01-level header and
      *  COPYs this in underneath it.
      *****************************************************************
           02  AQ-ACTION               PIC X(01).
               88  AQ-PRICE-OVERRIDE       VALUE 'O'.
               88  AQ-REFUND               VALUE 'R'.
               88  AQ-FEE-WAIVER           VALUE 'F'.
               88  AQ-MEMBER-MERGE         VALUE 'M'.
               88  AQ-WRITE-OFF            VALUE 'W'.
               88  AQ-AGE-OVERRIDE         VALUE 'A'.
               88  AQ-OPERATOR-UPKEEP      VALUE 'P'.
               88  AQ-PERIOD-REOPEN        VALUE 'E'.
               88  AQ-STOCKTAKE            VALUE 'K'.
               88  AQ-REBALANCE            VALUE 'T'.
           02  AQ-AUTHORIZER           PIC X(03).
           02  AQ-REQUESTER            PIC X(03).
           02  AQ-AMOUNT               PIC 9(5)V9(2).
           02  AQ-PROGRAM              PIC X(20).
           02  AQ-STORE-ID             PIC X(04).
           02  AQ-RESULT               PIC X(01).
               88  AQ-GRANTED              VALUE 'G'.
               88  AQ-NOT-ON-FILE          VALUE 'N'.
               88  AQ-ROLE-TOO-LOW         VALUE 'R'.
               88  AQ-OVER-LIMIT           VALUE 'L'.
           02  AQ-AUTHORIZER-NAME      PIC X(30).
           02  AQ-AUTHORIZER-ROLE      PIC X(01).
      *  The ceiling the authorizer's role carries for the action -
      *  zero means no ceiling.
           02  AQ-LIMIT                PIC 9(5)V9(2).
