      *  onto the store it is physically sitting behind.
           02  HOLD-STORE-ID           PIC X(04).
      *  Who keyed the hold at placement - blank on holds placed
      *  before the counter sign-on existed.  A hold that came in
      *  off the website or the phone line through
      *  PROCESS-WEB-REQUESTS carries its channel here instead:
      *  WEB or PHN.
           02  HOLD-OPERATOR           PIC X(03).
      *  The format of the copy set aside - stamped with the store
      *  when the hold goes READY, so the pickup prices it and a
      *  release re-shelves it on the right count.  Blank on holds
      *  readied before formats were stocked separately: DVD.
           02  HOLD-FORMAT             PIC X(01).
