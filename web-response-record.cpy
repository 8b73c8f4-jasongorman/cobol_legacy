      *****************************************************************
      *  WEB-RESPONSE-RECORD.CPY
      *  PROCESS-WEB-REQUESTS' answer to one inbound request, on the
      *  response file the website picks up after each run.  The
      *  outcome says whether the request was done, answered or
      *  refused; the reason code is the short form their screens
      *  key on and the text is what the member is told.  The
      *  figures carry only what the request type calls for and are
      *  zero otherwise:
      *    hold placed    - WP-QUEUE-POSITION is the member's place
      *                     in line, WP-RELEASE-DATE the street date
      *                     of a pre-order
      *    availability   - WP-COPIES-AVAILABLE on the shelf chain-
      *                     wide, WP-QUEUE-POSITION the number of
      *                     members already waiting, WP-RELEASE-DATE
      *                     the street date of a coming-soon title
      *    balance        - WP-CREDIT-BALANCE prepaid credit left,
      *                     WP-FEES-OWED the household's unpaid
      *                     fees, WP-OPEN-RENTALS the household's
      *                     copies out
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  WP-REQUEST-ID           PIC X(12).
           02  WP-TYPE                 PIC X(01).
           02  WP-MEMBER-ID            PIC X(10).
           02  WP-IMDB-ID              PIC X(10).
           02  WP-OUTCOME              PIC X(01).
               88  WP-DONE                 VALUE 'D'.
               88  WP-ANSWERED             VALUE 'A'.
               88  WP-REFUSED              VALUE 'R'.
           02  WP-REASON-CODE          PIC X(04).
           02  WP-REASON-TEXT          PIC X(40).
           02  WP-QUEUE-POSITION       PIC 9(03).
           02  WP-COPIES-AVAILABLE     PIC 9(03).
           02  WP-RELEASE-DATE         PIC 9(08).
           02  WP-CREDIT-BALANCE       PIC 9(5)V9(2).
           02  WP-FEES-OWED            PIC 9(6)V9(2).
           02  WP-OPEN-RENTALS         PIC 9(04).
