      *****************************************************************
      *  CERT-REF-RECORD.CPY
      *  One row of the age-certification reference file, cert-ref.dat
      *  - a certificate code the catalog may carry and the age a
      *  member must have reached to rent a title carrying it.
      *  WRITE-MOVIES and MAINTAIN-MOVIE check codes against it;
      *  RENT-MOVIE reads the ages.  Caller supplies its own 01-level
      *  header and COPYs this in underneath it, the same way
      *  rate-table-record.cpy works.
      *****************************************************************
           02  CERT-CODE                PIC X(05).
           02  CERT-MIN-AGE             PIC 9(02).
