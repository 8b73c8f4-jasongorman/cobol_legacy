      *****************************************************************
      *  AUTHORITY-LIMIT-RECORD.CPY
      *  One row of authority-limits.dat - a role that may sign off
      *  an action, and up to how much.  An action with no row for
      *  the authorizer's role is refused; a zero limit means no
      *  ceiling.  A manager may sign off any action that has no
      *  manager row of its own, with no ceiling - so an empty or
      *  missing file leaves every sensitive action to managers,
      *  and a shop can never write itself out of authority.
      *  Actions are the AQ-ACTION codes in authority-request.cpy;
      *  roles are the OP-ROLE codes in operator-record.cpy.
      *  e.g.  F S 0001000   a supervisor may waive up to $10.00
      *****************************************************************
           02  AL-ACTION               PIC X(01).
           02  AL-ROLE                 PIC X(01).
           02  AL-LIMIT                PIC 9(5)V9(2).
