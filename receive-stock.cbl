           01 CHANGE-TYPE            PIC X(08) VALUE 'ADJUST'.
           01 JOURNAL-PROGRAM        PIC X(20) VALUE 'RECEIVE-STOCK'.
           01 MATCHED-STAMP          PIC X(14).
      * What the supplier's ship notice says is on its way against
      * the line and not yet received - put to the clerk to confirm
      * instead of counting the box from scratch.
           01 IN-TRANSIT-QTY         PIC 9(03).
           01 CONFIRM-REPLY          PIC X(01) VALUE SPACES.
           01 FIRST-OPEN-STAMP       PIC X(14).
      * A line cut before unit costs were keyed picks its cost up
      * off the invoice as the box is received.
           01 RECEIPT-UNIT-COST      PIC 9(4)V9(2) VALUE 0.
           01 SHIPPED-OPEN-STAMP     PIC X(14).
      * The format of the discs in the box - it picks the PO line
      * they were bought on and the store count they land on.
           01 BOX-FORMAT             PIC X(01) VALUE SPACES.
               88  BOX-DVD               VALUE 'D'.
               88  BOX-BLU-RAY           VALUE 'B'.
               88  BOX-UHD-4K            VALUE 'K'.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
      * New copies get their labels as they come out of the box, so
      * every copy of a labelled title is on the copy master from
      * the day it arrives.  A title none of whose copies are
      * labelled yet may still be booked in by count alone.
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 LABEL-REPLY            PIC X(01) VALUE SPACES.
           01 LABEL-COUNT            PIC 9(02) VALUE 0 COMP.
           01 LABEL-IDX              PIC 9(02) VALUE 0 COMP.
           01 LABEL-TABLE.
               02  NEW-LABEL OCCURS 50 TIMES PIC X(10).
           01 LABEL-SW               PIC X(01).
               88  LABELLING-BOX         VALUE 'Y'.
           01 LABEL-STOP-SW          PIC X(01).
               88  LABELLING-STOPPED     VALUE 'Y'.
           01 LABEL-DUPLICATE-SW     PIC X(01).
               88  LABEL-DUPLICATE       VALUE 'Y'.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
       PROCEDURE DIVISION.
      * Check an arriving box in against the purchase-order line it
      * was bought on, instead of keying it as an ad-hoc new-stock
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.
           MOVE 'N' TO FORMAT-VALID-SW.
           PERFORM ASK-BOX-FORMAT UNTIL FORMAT-VALID.
           PERFORM TAKE-BOX-COUNT.

           IF RECEIVED-QTY > 0
               PERFORM LABEL-NEW-COPIES
           END-IF.

           EVALUATE TRUE
               WHEN RECEIVED-QTY = 0
                   DISPLAY 'Nothing received - no change made'
               WHEN LABELLING-STOPPED
                   DISPLAY 'Labelling stopped - nothing received'
               WHEN OTHER
                   PERFORM RECEIVE-AGAINST-ORDER
           END-EVALUATE.

       RECEIVE-AGAINST-ORDER.
           PERFORM FIND-OPEN-PO-LINE.
           IF NOT PO-MATCHED
               DISPLAY 'No open purchase order for this title in '
                   'format ' BOX-FORMAT
                   ' - use ADJUST-INVENTORY for unordered stock'
           ELSE
               PERFORM DECIDE-SHORT-CLOSE
               PERFORM ASK-MISSING-UNIT-COST
               PERFORM ACQUIRE-UPDATE-TOKEN
               IF UL-REFUSED
                   DISPLAY 'Update token busy - nothing '
                       'received, key it again'
               ELSE
                   PERFORM APPLY-RECEIPT
                   PERFORM RELEASE-UPDATE-TOKEN
               END-IF
           END-IF.

      * A line the supplier's ship notice already pre-matched only
      * needs the clerk's yes; anything else is counted and keyed.
       TAKE-BOX-COUNT.
           MOVE 0 TO RECEIVED-QTY.
           PERFORM FIND-OPEN-PO-LINE.
           IF PO-MATCHED
               PERFORM WORK-OUT-IN-TRANSIT
               IF IN-TRANSIT-QTY > 0
                   DISPLAY 'Ship notice ' PO-ASN-NUMBER ' from '
                       PO-SUPPLIER-CODE ' says ' IN-TRANSIT-QTY
                       ' shipped - all in the box? (Y/N)'
                   MOVE 'N' TO CONFIRM-REPLY
                   ACCEPT CONFIRM-REPLY
                   IF CONFIRM-REPLY = 'Y'
                       MOVE IN-TRANSIT-QTY TO RECEIVED-QTY
                   END-IF
               END-IF
           END-IF.
           IF RECEIVED-QTY = 0
               DISPLAY 'Copies in the box: '
               ACCEPT RECEIVED-QTY
           END-IF.

      * Shipped per the notices less what has already been booked
      * in; lines from before suppliers carry a blank shipped count.
       WORK-OUT-IN-TRANSIT.
           MOVE 0 TO IN-TRANSIT-QTY.
           IF PO-QTY-SHIPPED NUMERIC
               IF PO-QTY-SHIPPED > PO-QTY-RECEIVED
                   COMPUTE IN-TRANSIT-QTY =
                       PO-QTY-SHIPPED - PO-QTY-RECEIVED
               END-IF
           END-IF.

       ASK-BOX-FORMAT.
           DISPLAY 'Format - DVD/Blu-ray/4K? (D/B/K, blank for DVD)'.
           MOVE SPACES TO BOX-FORMAT.
           ACCEPT BOX-FORMAT.
           IF BOX-FORMAT = SPACE
               SET BOX-DVD TO TRUE
           END-IF.
           IF BOX-DVD OR BOX-BLU-RAY OR BOX-UHD-4K
               SET FORMAT-VALID TO TRUE
           ELSE
               DISPLAY 'Unrecognized format - key D, B or K'
           END-IF.

      * A labelled title's box is labelled whole before anything is
      * booked - one new label per copy, none already on the copy
      * master, none twice.  A blank scan abandons the receipt
      * rather than booking a box half labelled.
       LABEL-NEW-COPIES.
           MOVE 'N' TO LABEL-SW.
           MOVE 'N' TO LABEL-STOP-SW.
           MOVE 0 TO LABEL-COUNT.
           SET CQ-COUNT-TITLE TO TRUE.
           MOVE IMDB-ID TO CQ-IMDB-ID.
           MOVE STORE-ID TO CQ-STORE-ID.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-COPY-COUNT > 0
               SET LABELLING-BOX TO TRUE
           ELSE
               DISPLAY 'Label the copies in this box? (Y/N)'
               ACCEPT LABEL-REPLY
               IF LABEL-REPLY = 'Y'
                   SET LABELLING-BOX TO TRUE
               END-IF
           END-IF.
           IF LABELLING-BOX
               IF RECEIVED-QTY > 50
                   DISPLAY 'Label no more than 50 at a time - '
                       'receive the box in parts'
                   SET LABELLING-STOPPED TO TRUE
               ELSE
                   DISPLAY 'Scan each new label (blank to stop)'
                   PERFORM SCAN-ONE-NEW-LABEL
                       UNTIL LABEL-COUNT = RECEIVED-QTY
                           OR LABELLING-STOPPED
               END-IF
           END-IF.

       SCAN-ONE-NEW-LABEL.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           IF SCANNED-BARCODE = SPACES
               SET LABELLING-STOPPED TO TRUE
           ELSE
               MOVE 'N' TO LABEL-DUPLICATE-SW
               PERFORM MATCH-NEW-LABEL
                   VARYING LABEL-IDX FROM 1 BY 1
                   UNTIL LABEL-IDX > LABEL-COUNT
               SET CQ-LOOK-UP TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               CALL 'TRACK-COPY' USING COPY-REQUEST
               EVALUATE TRUE
                   WHEN LABEL-DUPLICATE
                       DISPLAY 'Already scanned for this box'
                   WHEN NOT CQ-NOT-ON-FILE
                       DISPLAY 'Label already on copy of '
                           CQ-IMDB-ID ' - use a fresh one'
                   WHEN OTHER
                       ADD 1 TO LABEL-COUNT
                       MOVE SCANNED-BARCODE
                           TO NEW-LABEL (LABEL-COUNT)
               END-EVALUATE
           END-IF.

       MATCH-NEW-LABEL.
           IF NEW-LABEL (LABEL-IDX) = SCANNED-BARCODE
               SET LABEL-DUPLICATE TO TRUE
           END-IF.

      * The short-close question is settled BEFORE the update token
      * is taken, so the other register never waits on the buyer's
               ACCEPT SHORT-REPLY
           END-IF.

      * Asked with the short-close question, before the token.
       ASK-MISSING-UNIT-COST.
           MOVE 0 TO RECEIPT-UNIT-COST.
           IF PO-UNIT-COST NOT NUMERIC OR PO-UNIT-COST = 0
               DISPLAY 'No unit cost on the order line - unit cost '
                   'each off the invoice: '
               ACCEPT RECEIPT-UNIT-COST
           END-IF.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'RECEIVE-STOCK' TO UL-CALLER.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

      * A line a ship notice says is on its way takes the box ahead
      * of an older line nothing has been shipped against; failing
      * that, the oldest open line in the format.  The chosen line
      * is read back so its fields are what the caller sees.
       FIND-OPEN-PO-LINE.
           MOVE 'N' TO PO-EOF-SW.
           MOVE 'N' TO PO-MATCH-SW.
           MOVE SPACES TO FIRST-OPEN-STAMP.
           MOVE SPACES TO SHIPPED-OPEN-STAMP.
           MOVE IMDB-ID TO PO-IMDB-ID.
           MOVE LOW-VALUES TO PO-ORDERED-STAMP.
           MOVE LOW-VALUES TO PO-FORMAT.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET PO-EOF TO TRUE
           END-START.
           PERFORM SCAN-FOR-OPEN-PO UNTIL PO-EOF.
           IF SHIPPED-OPEN-STAMP = SPACES
               MOVE FIRST-OPEN-STAMP TO SHIPPED-OPEN-STAMP
           END-IF.
           IF SHIPPED-OPEN-STAMP NOT = SPACES
               MOVE IMDB-ID TO PO-IMDB-ID
               MOVE SHIPPED-OPEN-STAMP TO PO-ORDERED-STAMP
               MOVE BOX-FORMAT TO PO-FORMAT
               READ PURCHASE-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PO-MATCHED TO TRUE
               END-READ
           END-IF.

       SCAN-FOR-OPEN-PO.
           READ PURCHASE-ORDER-FILE NEXT RECORD
                       SET PO-EOF TO TRUE
                   ELSE
                       IF PO-OPEN
                           AND PO-FORMAT = BOX-FORMAT
                               PERFORM WEIGH-OPEN-PO
                       END-IF
                   END-IF
           END-READ.

       WEIGH-OPEN-PO.
           IF FIRST-OPEN-STAMP = SPACES
               MOVE PO-ORDERED-STAMP TO FIRST-OPEN-STAMP
           END-IF.
           PERFORM WORK-OUT-IN-TRANSIT.
           IF IN-TRANSIT-QTY > 0
               MOVE PO-ORDERED-STAMP TO SHIPPED-OPEN-STAMP
               SET PO-EOF TO TRUE
           END-IF.

      * The counts and the PO line move together, under the update
      * token, off a fresh read of the line - a box bigger than
      * what the line still owes is flagged but taken whole (the
       APPLY-RECEIPT.
           MOVE IMDB-ID TO PO-IMDB-ID.
           MOVE MATCHED-STAMP TO PO-ORDERED-STAMP.
           MOVE BOX-FORMAT TO PO-FORMAT.
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   DISPLAY 'Order line vanished - nothing received'

       BOOK-RECEIPT-IN.
           ADD RECEIVED-QTY TO PO-QTY-RECEIVED.
           IF RECEIPT-UNIT-COST > 0
               MOVE RECEIPT-UNIT-COST TO PO-UNIT-COST
           END-IF.

           IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
               IF PO-QTY-RECEIVED > PO-QTY-ORDERED
                       CHANGE-TYPE, JOURNAL-PROGRAM,
                       OPERATOR-INITIALS
                   PERFORM PUT-STOCK-ON-STORE-ROW
                   PERFORM ADD-LABELLED-COPY
                       VARYING LABEL-IDX FROM 1 BY 1
                       UNTIL LABEL-IDX > LABEL-COUNT
                   DISPLAY MOVIE-TITLE OF MOVIE-RECORD ' - '
                       MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
                       ' copies now on hand'
           MOVE 'N' TO STORE-ROW-SW.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE BOX-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
           ELSE
               MOVE IMDB-ID TO SI-IMDB-ID
               MOVE STORE-ID TO SI-STORE-ID
               MOVE BOX-FORMAT TO SI-FORMAT
               MOVE RECEIVED-QTY TO SI-COPIES
               WRITE STORE-INVENTORY-RECORD
           END-IF.

       ADD-LABELLED-COPY.
           SET CQ-ADD-COPY TO TRUE.
           MOVE NEW-LABEL (LABEL-IDX) TO CQ-BARCODE.
           MOVE IMDB-ID TO CQ-IMDB-ID.
           MOVE STORE-ID TO CQ-STORE-ID.
           MOVE BOX-FORMAT TO CQ-FORMAT.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF NOT CQ-GRANTED
               DISPLAY 'Label ' NEW-LABEL (LABEL-IDX) ' was taken '
                   'meanwhile - label that copy through '
                   'MAINTAIN-COPIES'
           END-IF.

       WRITE-NEW-STOCK-ADJUSTMENT.
           MOVE IMDB-ID TO ADJ-IMDB-ID.
           MOVE RECEIVED-QTY TO ADJUST-QTY-WORK.
           SET ADJ-NEW-STOCK TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ADJ-TIMESTAMP.
           MOVE OPERATOR-INITIALS TO ADJ-OPERATOR.
           MOVE STORE-ID TO ADJ-STORE-ID.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUST-FS = '35'

           CLOSE ADJUSTMENT-FILE.

      * What is still owed: open lines with their supplier and age
      * (stale past the long-outstanding mark get a flag, unless a
      * ship notice says the box is already on its way) and the
      * lines the buyer already wrote off short.
       REPORT-OUTSTANDING.
           MOVE 0 TO OPEN-PO-COUNT.
           MOVE 'N' TO PO-EOF-SW.
                           ADD 1 TO OPEN-PO-COUNT
                           COMPUTE STILL-DUE =
                               PO-QTY-ORDERED - PO-QTY-RECEIVED
                           DISPLAY PO-IMDB-ID ' ' PO-FORMAT
                               ' ordered '
                               PO-ORDERED-DATE ' - CLOSED SHORT by '
                               STILL-DUE ' on ' PO-CLOSED-DATE
                   END-EVALUATE
               FUNCTION INTEGER-OF-DATE(TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(PO-ORDERED-DATE).
           COMPUTE STILL-DUE = PO-QTY-ORDERED - PO-QTY-RECEIVED.
           PERFORM WORK-OUT-IN-TRANSIT.
           IF PO-AGE-DAYS > LONG-OUT-DAYS AND IN-TRANSIT-QTY = 0
               DISPLAY PO-IMDB-ID ' ' PO-FORMAT ' ' PO-SUPPLIER-CODE
                   ' ordered ' PO-ORDERED-DATE ' - '
                   STILL-DUE ' of ' PO-QTY-ORDERED ' still due, '
                   PO-AGE-DAYS ' days out *** CHASE SUPPLIER ***'
           ELSE
               DISPLAY PO-IMDB-ID ' ' PO-FORMAT ' ' PO-SUPPLIER-CODE
                   ' ordered ' PO-ORDERED-DATE ' - '
                   STILL-DUE ' of ' PO-QTY-ORDERED ' still due, '
                   PO-AGE-DAYS ' days out'
           END-IF.
           IF IN-TRANSIT-QTY > 0
               DISPLAY '    ' IN-TRANSIT-QTY ' shipped per notice '
                   PO-ASN-NUMBER ' - awaiting the box'
           END-IF.

       END PROGRAM RECEIVE-STOCK.
