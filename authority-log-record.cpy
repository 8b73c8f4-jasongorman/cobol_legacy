      *****************************************************************
      *  AUTHORITY-LOG-RECORD.CPY
      *  One authorization decision, appended to authority.log by
      *  AUTHORIZE-ACTION - granted or refused, with the session
      *  operator who asked and the initials keyed to sign it off,
      *  so a refusal shows who tried and a grant shows who let it
      *  through.  Caller supplies its own 01-level header and COPYs
      *  this in underneath it.
      *****************************************************************
           02  AT-TIMESTAMP            PIC X(14).
           02  AT-PROGRAM              PIC X(20).
           02  AT-ACTION               PIC X(01).
           02  AT-REQUESTER            PIC X(03).
           02  AT-AUTHORIZER           PIC X(03).
           02  AT-ROLE                 PIC X(01).
           02  AT-AMOUNT               PIC 9(5)V9(2).
           02  AT-RESULT               PIC X(01).
               88  AT-GRANTED              VALUE 'G'.
               88  AT-NOT-ON-FILE          VALUE 'N'.
               88  AT-ROLE-TOO-LOW         VALUE 'R'.
               88  AT-OVER-LIMIT           VALUE 'L'.
           02  AT-STORE-ID             PIC X(04).
