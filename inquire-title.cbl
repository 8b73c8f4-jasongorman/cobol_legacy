           01 QUEUE-EOF-SW           PIC X(01).
               88  QUEUE-EOF             VALUE 'Y'.
           01 STORE-LINE-COUNT       PIC 9(02).
           01 FORMAT-NAME            PIC X(07).
           01 OPEN-RENTAL-COUNT      PIC 9(03).
           01 WAITING-HOLD-COUNT     PIC 9(03).
           01 READY-HOLD-COUNT       PIC 9(03).
               MOVE 'N' TO STORE-EOF-SW
               MOVE MOVIE-IMDB-ID OF MOVIE-RECORD TO SI-IMDB-ID
               MOVE LOW-VALUES TO SI-STORE-ID
               MOVE LOW-VALUES TO SI-FORMAT
               START STORE-INVENTORY-FILE
                   KEY IS NOT LESS THAN SI-KEY
                   INVALID KEY
                           SET STORE-EOF TO TRUE
                   ELSE
                       ADD 1 TO STORE-LINE-COUNT
                       PERFORM NAME-SHELF-FORMAT
                       DISPLAY '  store ' SI-STORE-ID ' '
                           FORMAT-NAME ': ' SI-COPIES ' on the shelf'
                   END-IF
           END-READ.

      * Each store's shelf is broken out by format, so "is the 4K
      * one in?" is answered off its own count.
       NAME-SHELF-FORMAT.
           EVALUATE TRUE
               WHEN SI-BLU-RAY
                   MOVE 'Blu-ray' TO FORMAT-NAME
               WHEN SI-UHD-4K
                   MOVE '4K' TO FORMAT-NAME
               WHEN OTHER
                   MOVE 'DVD' TO FORMAT-NAME
           END-EVALUATE.

      * When it's coming back: every open rental in the title's
      * key range, due date shown, the soonest being the honest
      * phone answer when the shelf is bare.
                   ELSE
                       IF RENTAL-OPEN
                           ADD 1 TO OPEN-RENTAL-COUNT
                           PERFORM NAME-RENTAL-FORMAT
                           DISPLAY '  out with ' RENTAL-MEMBER-ID
                               ' (' FORMAT-NAME ') due back '
                               RENTAL-DUE-DATE
                       END-IF
                   END-IF
           END-READ.

       NAME-RENTAL-FORMAT.
           EVALUATE TRUE
               WHEN RENTAL-BLU-RAY
                   MOVE 'Blu-ray' TO FORMAT-NAME
               WHEN RENTAL-UHD-4K
                   MOVE '4K' TO FORMAT-NAME
               WHEN OTHER
                   MOVE 'DVD' TO FORMAT-NAME
           END-EVALUATE.

       SHOW-HOLD-QUEUE.
           MOVE 0 TO WAITING-HOLD-COUNT.
           MOVE 0 TO READY-HOLD-COUNT.
