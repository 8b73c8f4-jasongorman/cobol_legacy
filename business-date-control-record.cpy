      *****************************************************************
      *  BUSINESS-DATE-CONTROL-RECORD.CPY
      *  One row per nightly job on business-date-control.dat - the
      *  rental close (EODCLOSE) and the catalog load (NITELOAD).
      *  BUSINESS-DATE-GUARD stamps a job's row RUNNING for the
      *  business date it is working on as the job's first step, and
      *  COMPLETE as its last step once every step in between ended
      *  at 4 or below, moving the clean date up to that business
      *  date.  A row left RUNNING is a job that is either still
      *  going or stopped part way - the other job cannot tell the
      *  difference and must not start on top of either.  REOPENED
      *  is a catalog load an operator has stepped back off its
      *  last clean date so a drop-box close can rerun beneath it;
      *  PRIOR-CLEAN-DATE is where it steps back to.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  BDC-JOB-NAME            PIC X(08).
           02  BDC-STATE               PIC X(01).
               88  BDC-RUNNING             VALUE 'R'.
               88  BDC-COMPLETE            VALUE 'C'.
               88  BDC-REOPENED            VALUE 'O'.
           02  BDC-BUSINESS-DATE       PIC 9(08).
           02  BDC-LAST-CLEAN-DATE     PIC 9(08).
           02  BDC-PRIOR-CLEAN-DATE    PIC 9(08).
           02  BDC-START-STAMP         PIC X(14).
           02  BDC-END-STAMP           PIC X(14).
