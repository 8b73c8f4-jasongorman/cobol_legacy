      *****************************************************************
      *  COPY-REQUEST.CPY
      *  Parameter block for TRACK-COPY, the one writer of the copy
      *  master - so the rules for what a copy may go from and to
      *  live in exactly one place.  Works like calendar-request.cpy:
      *  the caller fills the action side, TRACK-COPY fills the
      *  result side.
      *    LOOK-UP      in: CQ-BARCODE
      *                 out: CQ-IMDB-ID, CQ-STORE-ID, CQ-FORMAT,
      *                 CQ-STATUS, CQ-RENTAL-COUNT, CQ-DAMAGE-COUNT
      *    COUNT-TITLE  in: CQ-IMDB-ID, CQ-STORE-ID, CQ-FORMAT
      *                 out: CQ-COPY-COUNT - copies of the title not
      *                 written off or sold, anywhere;
      *                 CQ-SHELF-COUNT - those on the shelf at
      *                 CQ-STORE-ID, in CQ-FORMAT
      *                 (blank counts every format)
      *    ADD-COPY     in: CQ-BARCODE, CQ-IMDB-ID, CQ-STORE-ID,
      *                 CQ-FORMAT
      *                 a new label, on the shelf at CQ-STORE-ID
      *    SET-STATUS   in: CQ-BARCODE, CQ-NEW-STATUS, CQ-IMDB-ID
      *                 (blank skips the title check), CQ-STORE-ID,
      *                 CQ-XFER-STAMP
      *                 O out       from S, at CQ-STORE-ID
      *                 T transit   from S, at CQ-STORE-ID, carrying
      *                             CQ-XFER-STAMP
      *                 S shelf     from O, L or D, onto CQ-STORE-ID
      *                 D damaged   from S or O
      *                 L lost      from S, O or T
      *                 W written   from anything but W or X
      *                 X sold      from S, off CQ-STORE-ID
      *    RECEIVE-BOX  in: CQ-IMDB-ID, CQ-XFER-STAMP, CQ-STORE-ID
      *                 every copy of the title in transit on that
      *                 dispatch goes on the shelf at CQ-STORE-ID;
      *                 out: CQ-COPY-COUNT - how many did
      *  Caller supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  CQ-ACTION               PIC X(01).
               88  CQ-LOOK-UP              VALUE 'L'.
               88  CQ-COUNT-TITLE          VALUE 'C'.
               88  CQ-ADD-COPY             VALUE 'A'.
               88  CQ-SET-STATUS           VALUE 'S'.
               88  CQ-RECEIVE-BOX          VALUE 'R'.
           02  CQ-BARCODE              PIC X(10).
           02  CQ-IMDB-ID              PIC X(10).
           02  CQ-STORE-ID             PIC X(04).
           02  CQ-FORMAT               PIC X(01).
           02  CQ-NEW-STATUS           PIC X(01).
           02  CQ-XFER-STAMP           PIC X(14).
           02  CQ-RESULT               PIC X(01).
               88  CQ-GRANTED              VALUE 'G'.
               88  CQ-NOT-ON-FILE          VALUE 'N'.
               88  CQ-WRONG-TITLE          VALUE 'T'.
               88  CQ-WRONG-STATUS         VALUE 'X'.
               88  CQ-WRONG-STORE          VALUE 'W'.
               88  CQ-ALREADY-ON-FILE      VALUE 'D'.
           02  CQ-STATUS               PIC X(01).
               88  CQ-STATUS-ON-SHELF      VALUE 'S'.
               88  CQ-STATUS-OUT           VALUE 'O'.
               88  CQ-STATUS-IN-TRANSIT    VALUE 'T'.
               88  CQ-STATUS-DAMAGED       VALUE 'D'.
               88  CQ-STATUS-LOST          VALUE 'L'.
               88  CQ-STATUS-WRITTEN-OFF   VALUE 'W'.
               88  CQ-STATUS-SOLD          VALUE 'X'.
           02  CQ-RENTAL-COUNT         PIC 9(05).
           02  CQ-DAMAGE-COUNT         PIC 9(03).
           02  CQ-COPY-COUNT           PIC 9(05).
           02  CQ-SHELF-COUNT          PIC 9(05).
