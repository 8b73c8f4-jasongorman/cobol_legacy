      *****************************************************************
      *  AGE-CHECK-RECORD.CPY
      *  One age decision at the rental counter, journaled to
      *  age-check.log by RENT-MOVIE whenever a certificated title
      *  meets a member who is too young for it (or whose age the
      *  file can't vouch for).  REFUSED is the default a busy clerk
      *  falls into; MANAGER-AUTHORIZED carries the initials of the
      *  manager who let it go out; ID-CHECKED is the clerk's word
      *  that a member with no date of birth on file showed proof of
      *  age.  Caller supplies its own 01-level header and COPYs
      *  this in underneath it.
      *****************************************************************
           02  AGE-IMDB-ID              PIC X(10).
           02  AGE-MEMBER-ID            PIC X(10).
           02  AGE-CERTIFICATE          PIC X(05).
           02  AGE-MIN-AGE              PIC 9(02).
      *  Zero when the member has no date of birth on file.
           02  AGE-MEMBER-AGE           PIC 9(03).
           02  AGE-OUTCOME              PIC X(01).
               88  AGE-REFUSED              VALUE 'R'.
               88  AGE-MANAGER-AUTHORIZED   VALUE 'M'.
               88  AGE-ID-CHECKED           VALUE 'I'.
           02  AGE-TIMESTAMP            PIC X(14).
           02  AGE-OPERATOR             PIC X(03).
           02  AGE-AUTHORIZER           PIC X(03).
           02  AGE-STORE-ID             PIC X(04).
