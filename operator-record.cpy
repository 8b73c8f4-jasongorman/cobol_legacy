      *  the file up signs on unchecked, the same forgiveness the
      *  load extends to a missing genre reference - the stamping
      *  still happens, only the vetting is skipped.
      *  The role says which authorizations the operator may give -
      *  a price override, a refund, a fee waiver, a merge, a
      *  write-off - against the limits on authority-limits.dat
      *  (see AUTHORIZE-ACTION).  Rows from before roles read blank
      *  and count as a clerk.  MAINTAIN-OPERATORS keeps the file.
      *****************************************************************
           02  OP-INITIALS             PIC X(03).
           02  OP-NAME                 PIC X(30).
           02  OP-STATUS               PIC X(01).
               88  OP-ACTIVE               VALUE 'A'.
               88  OP-DISABLED             VALUE 'D'.
           02  OP-ROLE                 PIC X(01).
               88  OP-CLERK                VALUE 'C', SPACE.
               88  OP-SUPERVISOR           VALUE 'S'.
               88  OP-MANAGER              VALUE 'M'.
               88  OP-ROLE-VALID           VALUE 'C', 'S', 'M'.
      *  The operator's own membership card, if they hold one -
      *  blank if not.  The loss-prevention report looks for staff
      *  waiving fees on their own account.
           02  OP-MEMBER-ID            PIC X(10).
