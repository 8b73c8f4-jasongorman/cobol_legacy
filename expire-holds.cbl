           01 FS                     PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 RELEASE-STORE-ID       PIC X(04).
           01 RELEASE-FORMAT         PIC X(01).
           01 RELEASE-OK-SW          PIC X(01).
               88  RELEASE-OK            VALUE 'Y'.
           01 QUEUE-EOF-SW           PIC X(01) VALUE 'N'.
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
