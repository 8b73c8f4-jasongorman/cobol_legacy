      *****************************************************************
      *  PERIOD-CONTROL-RECORD.CPY
      *  One accounting month on period-control.dat and whether it
      *  is still open to dated financial entries.  CLOSE-PERIOD
      *  closes a month as the last step of the month-end chain;
      *  REOPEN-PERIOD opens one again on a manager's authority.  A
      *  month with no row has never been closed and is open.  The
      *  stamp and initials are whoever last closed or reopened it -
      *  the full history is on period-changes.log.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  PD-MONTH                PIC 9(06).
           02  PD-STATUS               PIC X(01).
               88  PD-OPEN                 VALUE 'O', SPACE.
               88  PD-CLOSED               VALUE 'C'.
           02  PD-CHANGED-STAMP        PIC X(14).
           02  PD-CHANGED-BY           PIC X(03).
