           01 PICK-NUMBER            PIC 9(02) VALUE 0.
           01 CANCEL-REPLY           PIC X(01) VALUE SPACES.
           01 RELEASE-STORE-ID       PIC X(04).
           01 RELEASE-FORMAT         PIC X(01).
           01 STATUS-WORD            PIC X(09).
           01 CHANGE-TYPE            PIC X(08) VALUE 'CANCEL'.
           01 JOURNAL-PROGRAM        PIC X(20) VALUE 'MANAGE-HOLDS'.
           END-READ.

      * Same re-shelving rule as expiry: the copy goes back on the
      * store it was set aside at, in the format it was set aside
      * as, with the original location and DVD covering holds
      * stamped before those fields existed.
       RESHELVE-AT-STORE.
           MOVE HOLD-STORE-ID TO RELEASE-STORE-ID.
           IF RELEASE-STORE-ID = SPACES
               MOVE 'ST01' TO RELEASE-STORE-ID
           END-IF.
           MOVE HOLD-FORMAT TO RELEASE-FORMAT.
           IF RELEASE-FORMAT = SPACE
               MOVE 'D' TO RELEASE-FORMAT
           END-IF.
           MOVE HOLD-IMDB-ID TO SI-IMDB-ID.
           MOVE RELEASE-STORE-ID TO SI-STORE-ID.
           MOVE RELEASE-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   MOVE HOLD-IMDB-ID TO SI-IMDB-ID
                   MOVE RELEASE-STORE-ID TO SI-STORE-ID
                   MOVE RELEASE-FORMAT TO SI-FORMAT
                   MOVE 1 TO SI-COPIES
                   WRITE STORE-INVENTORY-RECORD
               NOT INVALID KEY
