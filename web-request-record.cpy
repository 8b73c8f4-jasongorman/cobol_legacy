      *****************************************************************
      *  WEB-REQUEST-RECORD.CPY
      *  One member request off the inbound file the website and the
      *  phone line drop for PROCESS-WEB-REQUESTS - place a hold,
      *  cancel one, ask whether a title is in, or ask what the
      *  account stands at.  Every request names the member; the
      *  hold, cancel and availability requests also name the title.
      *  WR-REQUEST-ID is the website's own reference, handed back
      *  untouched on the response so their side can match the two.
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  WR-REQUEST-ID           PIC X(12).
           02  WR-CHANNEL              PIC X(01).
               88  WR-FROM-WEB             VALUE 'W'.
               88  WR-FROM-PHONE           VALUE 'P'.
           02  WR-TYPE                 PIC X(01).
               88  WR-PLACE-HOLD           VALUE 'H'.
               88  WR-CANCEL-HOLD          VALUE 'C'.
               88  WR-AVAILABILITY         VALUE 'A'.
               88  WR-BALANCE              VALUE 'B'.
           02  WR-MEMBER-ID            PIC X(10).
           02  WR-IMDB-ID              PIC X(10).
