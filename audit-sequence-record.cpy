      *****************************************************************
      *  AUDIT-SEQUENCE-RECORD.CPY
      *  The one-record control file (audit-sequence.dat) behind the
      *  seal on the live price audit trail.  SEAL-AUDIT-ENTRY reads
      *  it for the last sequence number and control value handed
      *  out, seals the next row from them and writes it back, so
      *  the trail's tail is on record somewhere the trail itself
      *  can't be edited to agree with - VERIFY-AUDIT-TRAIL checks
      *  the last live row against it, which is what shows rows cut
      *  off the end.  AUDIT-ROLLOVER records the carry-forward
      *  point here when it empties the live log into the archives:
      *  the last row it archived, which the first row on the new
      *  live log chains from.  SQ-FIRST-MONTH is the month sealing
      *  began, where the verifier starts its walk of the archives.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  SQ-LAST-SEQUENCE        PIC 9(09).
           02  SQ-LAST-CHAIN           PIC 9(09).
           02  SQ-LAST-TIMESTAMP       PIC X(21).
           02  SQ-FIRST-MONTH          PIC 9(06).
           02  SQ-ROLLED-SEQUENCE      PIC 9(09).
           02  SQ-ROLLED-CHAIN         PIC 9(09).
