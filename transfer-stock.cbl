           ACCESS IS DYNAMIC
           RECORD KEY IS XFER-KEY
           FILE STATUS IS XFER-FS.

           SELECT SUGGESTION-FILE ASSIGN TO "rebalance-suggestions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUGGESTION-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.
       FD TRANSFER-FILE.
           01 TRANSFER-RECORD.
               COPY 'transfer-record.cpy'.

       FD SUGGESTION-FILE.
           01 REBALANCE-SUGGESTION-RECORD.
               COPY 'rebalance-suggestion-record.cpy'.
       WORKING-STORAGE SECTION.
           01 FS                    PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 XFER-FS                PIC 9(02).
           01 SUGGESTION-FS          PIC 9(02).
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
               88  DISPATCH-ACTION       VALUE 'D'.
               88  RECEIVE-ACTION        VALUE 'R'.
               88  LIST-ACTION           VALUE 'L'.
               88  SUGGESTED-ACTION      VALUE 'S'.
           01 IMDB-ID                PIC X(10) VALUE SPACES.
           01 FROM-STORE-ID          PIC X(04) VALUE SPACES.
           01 TO-STORE-ID            PIC X(04) VALUE SPACES.
           01 TRANSFER-QTY           PIC 9(03) VALUE 0.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
               88  MEDIA-DVD             VALUE 'D'.
               88  MEDIA-BLU-RAY         VALUE 'B'.
               88  MEDIA-UHD-4K          VALUE 'K'.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
           01 XFER-EOF-SW            PIC X(01).
               88  XFER-EOF              VALUE 'Y'.
           01 XFER-MATCH-SW          PIC X(01).
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
      * The cases going in the box, scanned one by one when the
      * title's copies are labelled - the box is then exactly those
      * copies, and its arrival shelves exactly them.  Fifty is a
      * bigger box than the van takes.
           01 SENT-STAMP             PIC X(14).
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 LABELLED-SW            PIC X(01).
               88  TITLE-LABELLED        VALUE 'Y'.
           01 BOX-COUNT              PIC 9(02) VALUE 0 COMP.
           01 BOX-IDX                PIC 9(02) VALUE 0 COMP.
           01 BOX-TABLE.
               02  BOX-BARCODE OCCURS 50 TIMES PIC X(10).
           01 BOX-SCAN-SW            PIC X(01).
               88  BOX-SCAN-DONE         VALUE 'Y'.
           01 BOX-DUPLICATE-SW       PIC X(01).
               88  BOX-DUPLICATE         VALUE 'Y'.
           01 BOX-OK-SW              PIC X(01).
               88  BOX-STILL-GOOD        VALUE 'Y'.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
      * The nightly REBALANCE-STOCK moves, loaded whole when the
      * suggested-moves action is picked, and loaded again and
      * written back whole under the update token once one is
      * decided.  A suggested move dispatches through the
      * same checks as a keyed one, and is refused if the sending
      * shelf would now drop below the minimum it was weighed
      * against.
           01 SUGGESTION-EOF-SW      PIC X(01).
               88  SUGGESTION-EOF        VALUE 'Y'.
           01 SUGGESTION-COUNT       PIC 9(04) VALUE 0 COMP.
           01 SUGGESTION-IDX         PIC 9(04) VALUE 0 COMP.
           01 SUGGESTION-OVERFLOW    PIC 9(04) VALUE 0 COMP.
           01 PENDING-COUNT          PIC 9(04) VALUE 0 COMP.
           01 SUGGESTION-TABLE.
               02  SUGGESTION-ENTRY OCCURS 3000 TIMES PIC X(77).
           01 WORK-SUGGESTION.
               COPY 'rebalance-suggestion-record.cpy'.
           01 PICK-NUMBER            PIC 9(04) VALUE 0.
           01 SUGGESTION-DECISION    PIC X(01) VALUE SPACES.
               88  DECIDE-DISPATCH       VALUE 'D'.
               88  DECIDE-REJECT         VALUE 'R'.
           01 SUGGESTED-SW           PIC X(01) VALUE 'N'.
               88  SUGGESTED-MOVE        VALUE 'Y'.
           01 SUGGESTED-MIN-SHELF    PIC 9(02) VALUE 0.
           01 SUGGESTED-QTY          PIC 9(03) VALUE 0.
           01 SHORT-BOX-REPLY        PIC X(01) VALUE SPACES.
      * The move as it was listed, held while the file is read back
      * under the token - the decision only lands if the row there
      * is still exactly this one.
           01 PICKED-SUGGESTION      PIC X(77).
           01 SUGGESTION-SAME-SW     PIC X(01).
               88  SUGGESTION-UNCHANGED  VALUE 'Y'.
           01 DISPATCH-DONE-SW       PIC X(01).
               88  DISPATCH-DONE         VALUE 'Y'.
           01 MANAGER-INITIALS       PIC X(03) VALUE SPACES.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION.
      * Move copies between stores the honest way, instead of the
      * rent-here-return-there shuffle the counter programs were
      * receiving confirms arrival, puts the copies on the new
      * shelf and back on the chain count.  The transfer file keeps
      * every movement, so the List action shows exactly which
      * boxes are still on the road and since when.  Suggested
      * moves puts the nightly rebalancing suggestions in front of
      * a manager, who dispatches one as it stands or rejects it.
       MAIN-PROCEDURE.
           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
           END-IF.

       LOOP.
           DISPLAY 'Action - Dispatch/Receive/List in transit/'
               'Suggested moves? (D/R/L/S)'.
           ACCEPT ACTION-CODE.

           EVALUATE TRUE
                   PERFORM RECEIVE-TRANSFER
               WHEN LIST-ACTION
                   PERFORM LIST-IN-TRANSIT
               WHEN SUGGESTED-ACTION
                   PERFORM WORK-SUGGESTED-MOVES
               WHEN OTHER
                   DISPLAY 'Unrecognized action - no change made'
           END-EVALUATE.
           ACCEPT FROM-STORE-ID.
           DISPLAY 'To store ID: '.
           ACCEPT TO-STORE-ID.
           MOVE 'N' TO FORMAT-VALID-SW.
           PERFORM ASK-ONE-FORMAT UNTIL FORMAT-VALID.
           MOVE 'N' TO SUGGESTED-SW.
           PERFORM PACK-AND-DISPATCH.

      * A suggested move arrives with its quantity already set - it
      * is only asked for when the move was keyed by hand.  Either
      * way a labelled title's box is the copies scanned into it;
      * for a suggested move the box takes no more than was
      * suggested, and a short box is only sent if the clerk says
      * so.
       PACK-AND-DISPATCH.
           MOVE 'N' TO DISPATCH-DONE-SW.
           MOVE 'N' TO LABELLED-SW.
           MOVE 0 TO BOX-COUNT.
           SET CQ-COUNT-TITLE TO TRUE.
           MOVE IMDB-ID TO CQ-IMDB-ID.
           MOVE FROM-STORE-ID TO CQ-STORE-ID.
           MOVE MEDIA-FORMAT TO CQ-FORMAT.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-COPY-COUNT > 0
               SET TITLE-LABELLED TO TRUE
               DISPLAY 'Scan each copy going in the box '
                   '(blank when done)'
               MOVE 'N' TO BOX-SCAN-SW
               PERFORM SCAN-ONE-BOX-COPY UNTIL BOX-SCAN-DONE
               MOVE BOX-COUNT TO TRANSFER-QTY
               IF SUGGESTED-MOVE
                   AND TRANSFER-QTY > 0
                   AND TRANSFER-QTY < SUGGESTED-QTY
                       PERFORM CONFIRM-SHORT-BOX
               END-IF
           ELSE
               IF NOT SUGGESTED-MOVE
                   DISPLAY 'Copies to send: '
                   ACCEPT TRANSFER-QTY
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN TRANSFER-QTY = 0
                   PERFORM TAKE-COPIES-FROM-SENDER
           END-EVALUATE.

       CONFIRM-SHORT-BOX.
           DISPLAY 'Box holds ' TRANSFER-QTY ' of the '
               SUGGESTED-QTY ' suggested - send it short? (Y/N)'.
           MOVE SPACES TO SHORT-BOX-REPLY.
           ACCEPT SHORT-BOX-REPLY.
           IF SHORT-BOX-REPLY NOT = 'Y'
               MOVE 0 TO TRANSFER-QTY
           END-IF.

       ASK-ONE-FORMAT.
           DISPLAY 'Format - DVD/Blu-ray/4K? (D/B/K, blank for DVD)'.
           MOVE SPACES TO MEDIA-FORMAT.
           ACCEPT MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               SET MEDIA-DVD TO TRUE
           END-IF.
           IF MEDIA-DVD OR MEDIA-BLU-RAY OR MEDIA-UHD-4K
               SET FORMAT-VALID TO TRUE
           ELSE
               DISPLAY 'Unrecognized format - key D, B or K'
           END-IF.

      * Each case must be this title in the box's format, on the
      * sending store's shelf, and not already in the box.
       SCAN-ONE-BOX-COPY.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           EVALUATE TRUE
               WHEN SCANNED-BARCODE = SPACES
                   SET BOX-SCAN-DONE TO TRUE
               WHEN BOX-COUNT = 50
                   DISPLAY 'Box is full - send the rest in another'
                   SET BOX-SCAN-DONE TO TRUE
               WHEN SUGGESTED-MOVE AND BOX-COUNT >= SUGGESTED-QTY
                   DISPLAY 'The suggested move sends ' SUGGESTED-QTY
                       ' - that copy stays on the shelf'
                   SET BOX-SCAN-DONE TO TRUE
               WHEN OTHER
                   PERFORM CHECK-BOX-COPY
           END-EVALUATE.

       CHECK-BOX-COPY.
           MOVE 'N' TO BOX-DUPLICATE-SW.
           PERFORM MATCH-BOX-COPY
               VARYING BOX-IDX FROM 1 BY 1
               UNTIL BOX-IDX > BOX-COUNT.
           SET CQ-LOOK-UP TO TRUE.
           MOVE SCANNED-BARCODE TO CQ-BARCODE.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           EVALUATE TRUE
               WHEN BOX-DUPLICATE
                   DISPLAY 'Already in the box'
               WHEN CQ-NOT-ON-FILE
                   DISPLAY 'Not on the copy master - left out'
               WHEN CQ-IMDB-ID NOT = IMDB-ID
                   DISPLAY 'That copy is ' CQ-IMDB-ID
                       ' - left out'
               WHEN CQ-FORMAT NOT = MEDIA-FORMAT
                   DISPLAY 'That copy is format ' CQ-FORMAT
                       ' - left out'
               WHEN NOT CQ-STATUS-ON-SHELF
                   OR CQ-STORE-ID NOT = FROM-STORE-ID
                       DISPLAY 'Not on the ' FROM-STORE-ID
                           ' shelf - left out'
               WHEN OTHER
                   ADD 1 TO BOX-COUNT
                   MOVE SCANNED-BARCODE TO BOX-BARCODE (BOX-COUNT)
           END-EVALUATE.

       MATCH-BOX-COPY.
           IF BOX-BARCODE (BOX-IDX) = SCANNED-BARCODE
               SET BOX-DUPLICATE TO TRUE
           END-IF.

      * A suggested move is read back off the file under the same
      * token first - another manager may have dispatched or
      * rejected it since it was listed - and is stamped dispatched
      * before the token goes back.
       TAKE-COPIES-FROM-SENDER.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - nothing dispatched, '
                   'key it again'
           ELSE
               MOVE 'Y' TO SUGGESTION-SAME-SW
               IF SUGGESTED-MOVE
                   PERFORM RECHECK-SUGGESTION
               END-IF
               IF SUGGESTION-UNCHANGED
                   MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD
                   READ MOVIE-FILE
                       INVALID KEY
                           DISPLAY 'Movie not found'
                       NOT INVALID KEY
                           PERFORM CHECK-AND-DISPATCH
                   END-READ
               END-IF
               IF SUGGESTED-MOVE AND DISPATCH-DONE
                   SET RB-DISPATCHED OF WORK-SUGGESTION TO TRUE
                   MOVE SENT-STAMP TO RB-XFER-STAMP OF WORK-SUGGESTION
                   PERFORM STAMP-SUGGESTION
               END-IF
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.

       CHECK-AND-DISPATCH.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE FROM-STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   DISPLAY 'No store-inventory row for '
                       FROM-STORE-ID ' format ' MEDIA-FORMAT
                       ' - nothing dispatched'
               NOT INVALID KEY
                   PERFORM CHECK-SENDER-COUNTS
           END-READ.

       CHECK-SENDER-COUNTS.
           EVALUATE TRUE
               WHEN SI-COPIES < TRANSFER-QTY
                   DISPLAY 'Store ' FROM-STORE-ID ' holds only '
                       SI-COPIES ' - nothing dispatched'
               WHEN SUGGESTED-MOVE
                   AND SI-COPIES - TRANSFER-QTY < SUGGESTED-MIN-SHELF
                       DISPLAY 'Store ' FROM-STORE-ID ' would drop '
                           'below its minimum shelf of '
                           SUGGESTED-MIN-SHELF ' - nothing dispatched'
               WHEN MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
                   < TRANSFER-QTY
                       DISPLAY 'Chain count below the store '
                           'count - check the shelves, '
                           'nothing dispatched'
               WHEN OTHER
                   PERFORM RECHECK-BOX-COPIES
                   IF BOX-STILL-GOOD
                       PERFORM APPLY-DISPATCH
                   END-IF
           END-EVALUATE.

      * The scan happened before the token was taken - every case
      * is looked at again under it, and one that has since gone
      * out over the counter stops the whole box.
       RECHECK-BOX-COPIES.
           MOVE 'Y' TO BOX-OK-SW.
           IF TITLE-LABELLED
               PERFORM RECHECK-ONE-BOX-COPY
                   VARYING BOX-IDX FROM 1 BY 1
                   UNTIL BOX-IDX > BOX-COUNT
           END-IF.

       RECHECK-ONE-BOX-COPY.
           SET CQ-LOOK-UP TO TRUE.
           MOVE BOX-BARCODE (BOX-IDX) TO CQ-BARCODE.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF NOT CQ-STATUS-ON-SHELF
               OR CQ-STORE-ID NOT = FROM-STORE-ID
                   MOVE 'N' TO BOX-OK-SW
                   DISPLAY 'Copy ' BOX-BARCODE (BOX-IDX)
                       ' left the shelf - nothing dispatched'
           END-IF.

       APPLY-DISPATCH.
           MOVE FUNCTION CURRENT-DATE (1:14) TO SENT-STAMP.
           IF TITLE-LABELLED
               PERFORM SEND-ONE-BOX-COPY
                   VARYING BOX-IDX FROM 1 BY 1
                   UNTIL BOX-IDX > BOX-COUNT
           END-IF.
           SUBTRACT TRANSFER-QTY FROM SI-COPIES.
           REWRITE STORE-INVENTORY-RECORD.
           SUBTRACT TRANSFER-QTY
               CHANGE-TYPE, JOURNAL-PROGRAM,
               OPERATOR-INITIALS.
           PERFORM WRITE-TRANSFER-RECORD.
           SET DISPATCH-DONE TO TRUE.
           DISPLAY TRANSFER-QTY ' ' MEDIA-FORMAT ' copies of '
               MOVIE-TITLE OF MOVIE-RECORD ' dispatched '
               FROM-STORE-ID ' -> ' TO-STORE-ID.

       SEND-ONE-BOX-COPY.
           SET CQ-SET-STATUS TO TRUE.
           MOVE BOX-BARCODE (BOX-IDX) TO CQ-BARCODE.
           MOVE IMDB-ID TO CQ-IMDB-ID.
           MOVE FROM-STORE-ID TO CQ-STORE-ID.
           MOVE 'T' TO CQ-NEW-STATUS.
           MOVE SENT-STAMP TO CQ-XFER-STAMP.
           CALL 'TRACK-COPY' USING COPY-REQUEST.

       WRITE-TRANSFER-RECORD.
           MOVE IMDB-ID TO XFER-IMDB-ID.
           MOVE SENT-STAMP TO XFER-SENT-STAMP.
           MOVE FROM-STORE-ID TO XFER-FROM-STORE.
           MOVE TO-STORE-ID TO XFER-TO-STORE.
           MOVE TRANSFER-QTY TO XFER-QTY.
           MOVE TODAY-DATE TO XFER-SENT-DATE.
           MOVE 0 TO XFER-RECEIVED-DATE.
           MOVE OPERATOR-INITIALS TO XFER-OPERATOR.
           MOVE MEDIA-FORMAT TO XFER-FORMAT.
           WRITE TRANSFER-RECORD.

      * Arrival: find the oldest box of this title still on the

       CONFIRM-ARRIVAL.
           MOVE XFER-QTY TO TRANSFER-QTY.
           MOVE XFER-FORMAT TO MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               SET MEDIA-DVD TO TRUE
           END-IF.
           PERFORM PUT-COPIES-ON-RECEIVER.
           PERFORM SHELVE-BOX-COPIES.
           SET XFER-RECEIVED TO TRUE.
           MOVE TODAY-DATE TO XFER-RECEIVED-DATE.
           REWRITE TRANSFER-RECORD.
           DISPLAY TRANSFER-QTY ' ' MEDIA-FORMAT
               ' copies received at ' TO-STORE-ID
               ' (sent ' XFER-SENT-DATE ' from ' XFER-FROM-STORE ')'.

      * Whatever labelled copies travelled in the box land on the
      * receiving store's shelf on the copy master - a box sent by
      * count alone simply has none.
       SHELVE-BOX-COPIES.
           SET CQ-RECEIVE-BOX TO TRUE.
           MOVE XFER-IMDB-ID TO CQ-IMDB-ID.
           MOVE XFER-SENT-STAMP TO CQ-XFER-STAMP.
           MOVE TO-STORE-ID TO CQ-STORE-ID.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-COPY-COUNT > 0
               DISPLAY CQ-COPY-COUNT ' labelled copies shelved at '
                   TO-STORE-ID
           END-IF.

      * The receiving store may never have carried the title - its
      * first row is created here, the same way a cross-store
      * return creates one.
           MOVE 'N' TO STORE-ROW-SW.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE TO-STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
           ELSE
               MOVE IMDB-ID TO SI-IMDB-ID
               MOVE TO-STORE-ID TO SI-STORE-ID
               MOVE MEDIA-FORMAT TO SI-FORMAT
               MOVE TRANSFER-QTY TO SI-COPIES
               WRITE STORE-INVENTORY-RECORD
           END-IF.
                   IF XFER-IN-TRANSIT
                       ADD 1 TO IN-TRANSIT-COUNT
                       DISPLAY XFER-IMDB-ID ' x' XFER-QTY ' '
                           XFER-FORMAT ' '
                           XFER-FROM-STORE ' -> ' XFER-TO-STORE
                           ' sent ' XFER-SENT-DATE ' by '
                           XFER-OPERATOR
                   END-IF
           END-READ.

      * The pending moves from the last nightly weighing, numbered
      * by their place on the file - the manager keys the number,
      * never the move.
       WORK-SUGGESTED-MOVES.
           PERFORM LOAD-SUGGESTION-TABLE.
           IF SUGGESTION-OVERFLOW > 0
               DISPLAY 'Suggestion file too big for the work table - '
                   'nothing changed'
           ELSE
               MOVE 0 TO PENDING-COUNT
               DISPLAY 'No.  IMDB ID    F FROM    TO  QTY WHY '
                   'SUGGESTED'
               PERFORM LIST-ONE-SUGGESTION
                   VARYING SUGGESTION-IDX FROM 1 BY 1
                   UNTIL SUGGESTION-IDX > SUGGESTION-COUNT
               IF PENDING-COUNT = 0
                   DISPLAY 'No suggested moves pending'
               ELSE
                   PERFORM PICK-SUGGESTION
               END-IF
           END-IF.

       LOAD-SUGGESTION-TABLE.
           MOVE 0 TO SUGGESTION-COUNT.
           MOVE 0 TO SUGGESTION-OVERFLOW.
           MOVE 'N' TO SUGGESTION-EOF-SW.
           OPEN INPUT SUGGESTION-FILE.
           IF SUGGESTION-FS = '00'
               PERFORM LOAD-SUGGESTION-ENTRY UNTIL SUGGESTION-EOF
               CLOSE SUGGESTION-FILE
           END-IF.

       LOAD-SUGGESTION-ENTRY.
           READ SUGGESTION-FILE
               AT END
                   SET SUGGESTION-EOF TO TRUE
               NOT AT END
                   IF SUGGESTION-COUNT < 3000
                       ADD 1 TO SUGGESTION-COUNT
                       MOVE REBALANCE-SUGGESTION-RECORD
                           TO SUGGESTION-ENTRY (SUGGESTION-COUNT)
                   ELSE
                       ADD 1 TO SUGGESTION-OVERFLOW
                   END-IF
           END-READ.

       LIST-ONE-SUGGESTION.
           MOVE SUGGESTION-ENTRY (SUGGESTION-IDX) TO WORK-SUGGESTION.
           IF RB-PENDING OF WORK-SUGGESTION
               ADD 1 TO PENDING-COUNT
               PERFORM SHOW-SUGGESTION-LINE
           END-IF.

       SHOW-SUGGESTION-LINE.
           DISPLAY SUGGESTION-IDX ' '
               RB-IMDB-ID OF WORK-SUGGESTION ' '
               RB-FORMAT OF WORK-SUGGESTION ' '
               RB-FROM-STORE OF WORK-SUGGESTION ' -> '
               RB-TO-STORE OF WORK-SUGGESTION ' '
               RB-QTY OF WORK-SUGGESTION '  '
               RB-REASON OF WORK-SUGGESTION '   '
               RB-SUGGEST-DATE OF WORK-SUGGESTION.

       PICK-SUGGESTION.
           DISPLAY 'Suggestion number (0 to leave them all): '.
           MOVE 0 TO PICK-NUMBER.
           ACCEPT PICK-NUMBER.
           IF PICK-NUMBER > 0 AND PICK-NUMBER <= SUGGESTION-COUNT
               MOVE PICK-NUMBER TO SUGGESTION-IDX
               MOVE SUGGESTION-ENTRY (SUGGESTION-IDX)
                   TO WORK-SUGGESTION
           END-IF.
           EVALUATE TRUE
               WHEN PICK-NUMBER = 0
                   CONTINUE
               WHEN PICK-NUMBER > SUGGESTION-COUNT
                   DISPLAY 'No suggestion ' PICK-NUMBER
                       ' - no change made'
               WHEN NOT RB-PENDING OF WORK-SUGGESTION
                   DISPLAY 'Suggestion ' PICK-NUMBER
                       ' is no longer pending - no change made'
               WHEN OTHER
                   PERFORM DECIDE-SUGGESTION
           END-EVALUATE.

      * Dispatching or rejecting a suggestion is a manager's call
      * (AUTHORIZE-ACTION, rebalance action) - a refusal leaves the
      * move pending.
       DECIDE-SUGGESTION.
           PERFORM SHOW-SUGGESTION-LINE.
           DISPLAY 'Dispatch or reject this move? '
               '(D/R, blank to leave it)'.
           MOVE SPACES TO SUGGESTION-DECISION.
           ACCEPT SUGGESTION-DECISION.
           IF DECIDE-DISPATCH OR DECIDE-REJECT
               PERFORM CHECK-REBALANCE-AUTHORITY
               IF AQ-GRANTED
                   IF DECIDE-DISPATCH
                       PERFORM DISPATCH-SUGGESTION
                   ELSE
                       PERFORM REJECT-SUGGESTION
                   END-IF
               END-IF
           ELSE
               DISPLAY 'Left pending'
           END-IF.

       CHECK-REBALANCE-AUTHORITY.
           DISPLAY 'Authorizing manager initials: '.
           ACCEPT MANAGER-INITIALS.
           SET AQ-REBALANCE TO TRUE.
           MOVE MANAGER-INITIALS TO AQ-AUTHORIZER.
           MOVE OPERATOR-INITIALS TO AQ-REQUESTER.
           MOVE 0 TO AQ-AMOUNT.
           MOVE 'TRANSFER-STOCK' TO AQ-PROGRAM.
           MOVE RB-FROM-STORE OF WORK-SUGGESTION TO AQ-STORE-ID.
           CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST.
           EVALUATE TRUE
               WHEN AQ-GRANTED
                   CONTINUE
               WHEN AQ-NOT-ON-FILE
                   DISPLAY 'Authorizing initials not on the '
                       'operator file - left pending'
               WHEN OTHER
                   DISPLAY 'Authorizing operator''s role cannot '
                       'decide a suggested move - left pending'
           END-EVALUATE.

       DISPATCH-SUGGESTION.
           MOVE RB-IMDB-ID OF WORK-SUGGESTION TO IMDB-ID.
           MOVE RB-FROM-STORE OF WORK-SUGGESTION TO FROM-STORE-ID.
           MOVE RB-TO-STORE OF WORK-SUGGESTION TO TO-STORE-ID.
           MOVE RB-FORMAT OF WORK-SUGGESTION TO MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               SET MEDIA-DVD TO TRUE
           END-IF.
           MOVE RB-QTY OF WORK-SUGGESTION TO TRANSFER-QTY.
           MOVE RB-QTY OF WORK-SUGGESTION TO SUGGESTED-QTY.
           MOVE RB-MIN-SHELF OF WORK-SUGGESTION TO SUGGESTED-MIN-SHELF.
           SET SUGGESTED-MOVE TO TRUE.
           PERFORM PACK-AND-DISPATCH.
           MOVE 'N' TO SUGGESTED-SW.
           IF NOT DISPATCH-DONE
               DISPLAY 'Suggestion ' PICK-NUMBER ' left pending'
           END-IF.

       REJECT-SUGGESTION.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - suggestion ' PICK-NUMBER
                   ' left pending'
           ELSE
               PERFORM RECHECK-SUGGESTION
               IF SUGGESTION-UNCHANGED
                   SET RB-REJECTED OF WORK-SUGGESTION TO TRUE
                   PERFORM STAMP-SUGGESTION
                   DISPLAY 'Suggestion ' PICK-NUMBER ' rejected'
               END-IF
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.

      * Under the token: the file is loaded afresh and the picked
      * row must still be the pending move that was listed, or
      * nothing is decided.
       RECHECK-SUGGESTION.
           MOVE WORK-SUGGESTION TO PICKED-SUGGESTION.
           MOVE 'N' TO SUGGESTION-SAME-SW.
           PERFORM LOAD-SUGGESTION-TABLE.
           IF SUGGESTION-OVERFLOW = 0
               AND SUGGESTION-IDX <= SUGGESTION-COUNT
                   IF SUGGESTION-ENTRY (SUGGESTION-IDX)
                       = PICKED-SUGGESTION
                           SET SUGGESTION-UNCHANGED TO TRUE
                   END-IF
           END-IF.
           IF NOT SUGGESTION-UNCHANGED
               DISPLAY 'Suggestion ' PICK-NUMBER ' changed since '
                   'it was listed - no change made'
           END-IF.

      * Called with the update token held - the whole file goes
      * back out from the table just read under it.
       STAMP-SUGGESTION.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO RB-DECIDED-STAMP OF WORK-SUGGESTION.
           MOVE MANAGER-INITIALS TO RB-DECIDED-BY OF WORK-SUGGESTION.
           MOVE WORK-SUGGESTION TO SUGGESTION-ENTRY (SUGGESTION-IDX).
           PERFORM WRITE-SUGGESTION-FILE.

       WRITE-SUGGESTION-FILE.
           OPEN OUTPUT SUGGESTION-FILE.
           PERFORM WRITE-SUGGESTION-ENTRY
               VARYING SUGGESTION-IDX FROM 1 BY 1
               UNTIL SUGGESTION-IDX > SUGGESTION-COUNT.
           CLOSE SUGGESTION-FILE.

       WRITE-SUGGESTION-ENTRY.
           MOVE SUGGESTION-ENTRY (SUGGESTION-IDX)
               TO REBALANCE-SUGGESTION-RECORD.
           WRITE REBALANCE-SUGGESTION-RECORD.

       END PROGRAM TRANSFER-STOCK.
