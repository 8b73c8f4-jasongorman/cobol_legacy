      *  read back blank and match any type, which is exactly how
      *  they applied when they were written.
           02  FSET-FEE-TYPE           PIC X(01).
      *  The store whose till took the payment or granted the
      *  waiver.  Blank on an agency recovery, which reaches no
      *  till, and on rows from before the field existed.
           02  FSET-STORE-ID           PIC X(04).
