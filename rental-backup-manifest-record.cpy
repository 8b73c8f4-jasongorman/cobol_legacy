      *****************************************************************
      *  RENTAL-BACKUP-MANIFEST-RECORD.CPY
      *  One line of the manifest BACKUP-RENTAL-SET writes beside
      *  each night's rental-side backup set, on
      *  rental-backup-manifest-YYYYMMDD.dat.  A MEMBER row names
      *  one live file, the dated copy it was unloaded to, how many
      *  records went across and the control total - the sum of
      *  the digits of the named numeric field over every record,
      *  decimal point ignored, so money totals in cents and dates
      *  and quantities as plain hash totals.  The COMPLETE row is
      *  written last and only when every member copied cleanly;
      *  its count is the number of members and its control total
      *  the records across the whole set.  RESTORE-RENTAL-SET
      *  refuses a set whose manifest has no COMPLETE row.  Caller
      *  supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  RM-ROW-TYPE             PIC X(01).
               88  RM-MEMBER-ROW           VALUE 'M'.
               88  RM-COMPLETE-ROW         VALUE 'C'.
           02  RM-SET-DATE             PIC 9(08).
           02  RM-LIVE-NAME            PIC X(22).
           02  RM-BACKUP-NAME          PIC X(40).
           02  RM-RECORD-COUNT         PIC 9(07).
           02  RM-TOTAL-FIELD          PIC X(18).
           02  RM-CONTROL-TOTAL        PIC 9(15).
           02  RM-TAKEN-STAMP          PIC X(14).
