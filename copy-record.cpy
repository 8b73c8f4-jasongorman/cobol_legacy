      *****************************************************************
      *  COPY-RECORD.CPY
      *  One physical copy on the copy master, copies.dat - the disc
      *  in the case, known by the barcode label stuck on it, where
      *  it lives, what state it is in and how hard it has worked.
      *  Keyed on the barcode, with the IMDB ID as an alternate path
      *  for "every copy of this title".  The catalog count and the
      *  store-inventory counts stay the numbers the counter works
      *  off; this file says WHICH copies those numbers are.
      *  TRACK-COPY is the one program that writes it.  Caller
      *  supplies its own 01-level header and COPYs this in
      *  underneath it.
      *****************************************************************
           02  CP-BARCODE              PIC X(10).
           02  CP-IMDB-ID              PIC X(10).
      *  The store whose shelf the copy belongs on - where it was
      *  received, moved on by a transfer's arrival or by being
      *  checked back in somewhere else.
           02  CP-STORE-ID             PIC X(04).
           02  CP-STATUS               PIC X(01).
               88  CP-ON-SHELF             VALUE 'S'.
               88  CP-OUT                  VALUE 'O'.
               88  CP-IN-TRANSIT           VALUE 'T'.
               88  CP-DAMAGED              VALUE 'D'.
               88  CP-LOST                 VALUE 'L'.
               88  CP-WRITTEN-OFF          VALUE 'W'.
      *  Sold over the counter as previously-viewed - gone from
      *  stock like a write-off, but it went for money.
               88  CP-SOLD                 VALUE 'X'.
           02  CP-RENTAL-COUNT         PIC 9(05).
      *  Times the copy has been booked in damaged - the disc that
      *  keeps coming back scratched shows up here first.
           02  CP-DAMAGE-COUNT         PIC 9(03).
           02  CP-ADDED-DATE           PIC 9(08).
           02  CP-STATUS-DATE          PIC 9(08).
      *  The dispatch stamp of the transfer carrying the copy while
      *  it is IN-TRANSIT, so the box's arrival puts exactly its own
      *  copies on the receiving shelf.  Blank otherwise.
           02  CP-XFER-STAMP           PIC X(14).
      *  The disc's format, fixed when the label goes on - D DVD,
      *  B Blu-ray, K 4K - so the case in hand says which store
      *  count it belongs to.
           02  CP-FORMAT               PIC X(01).
               88  CP-DVD                  VALUE 'D'.
               88  CP-BLU-RAY              VALUE 'B'.
               88  CP-UHD-4K               VALUE 'K'.
