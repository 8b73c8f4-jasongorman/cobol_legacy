      *****************************************************************
      *  PERIOD-CHANGE-RECORD.CPY
      *  One line on period-changes.log per close or reopen of an
      *  accounting month - when, by whom, from which program, and
      *  on a reopen the reason the manager gave, so "who opened
      *  September back up, and why" has an answer.  The batch
      *  close signs its lines 'BAT'.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  PX-MONTH                PIC 9(06).
           02  PX-ACTION               PIC X(01).
               88  PX-CLOSED               VALUE 'C'.
               88  PX-REOPENED             VALUE 'R'.
           02  PX-TIMESTAMP            PIC X(14).
           02  PX-OPERATOR             PIC X(03).
           02  PX-PROGRAM              PIC X(20).
           02  PX-REASON               PIC X(30).
