      *****************************************************************
      *  PERIOD-REQUEST.CPY
      *  Parameter block for CHECK-PERIOD, the one program that
      *  reads period-control.dat - so "may an entry be dated this
      *  day" is answered in exactly one place.  Works like
      *  calendar-request.cpy: the caller fills PQ-DATE,
      *  CHECK-PERIOD fills the result side.  A program about to
      *  write a dated financial entry refuses the date when its
      *  month comes back closed.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  PQ-DATE                 PIC 9(08).
           02  PQ-RESULT               PIC X(01).
               88  PQ-OPEN                 VALUE 'O'.
               88  PQ-CLOSED               VALUE 'C'.
           02  PQ-MONTH                PIC 9(06).
