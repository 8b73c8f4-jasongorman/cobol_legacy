           01 SHELF-EOF-SW           PIC X(01).
               88  SHELF-EOF             VALUE 'Y'.
           01 SET-ASIDE-STORE        PIC X(04).
           01 SET-ASIDE-FORMAT       PIC X(01).
           01 TODAY-DATE             PIC 9(08).
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           SET HOLD-READY TO TRUE.
           MOVE TODAY-DATE TO HOLD-READY-DATE.
           MOVE SET-ASIDE-STORE TO HOLD-STORE-ID.
           MOVE SET-ASIDE-FORMAT TO HOLD-FORMAT.
           REWRITE HOLD-RECORD.
           ADD 1 TO FILLED-COUNT.
           DISPLAY HOLD-IMDB-ID ' set aside for member '

      * The chain count said a copy exists somewhere - find the
      * first store row holding one and take it off that shelf, the
      * title-range walk every store reader uses.  Any format will
      * do for a hold placed on the title; the one taken is stamped
      * on the hold.  A chain count with no store row behind it
      * still fills the hold, stamped to the original location (and
      * DVD) for the pickup.
       TAKE-COPY-OFF-A-SHELF.
           MOVE 'ST01' TO SET-ASIDE-STORE.
           MOVE 'D' TO SET-ASIDE-FORMAT.
           MOVE 'N' TO SHELF-EOF-SW.
           MOVE HOLD-IMDB-ID TO SI-IMDB-ID.
           MOVE LOW-VALUES TO SI-STORE-ID.
           MOVE LOW-VALUES TO SI-FORMAT.
           START STORE-INVENTORY-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY
                   SET SHELF-EOF TO TRUE
                           SUBTRACT 1 FROM SI-COPIES
                           REWRITE STORE-INVENTORY-RECORD
                           MOVE SI-STORE-ID TO SET-ASIDE-STORE
                           MOVE SI-FORMAT TO SET-ASIDE-FORMAT
                           SET SHELF-EOF TO TRUE
                       END-IF
                   END-IF
