           01 STORE-ROW-SW           PIC X(01).
               88  STORE-ROW-FOUND       VALUE 'Y'.
           01 NEW-STORE-COUNT        PIC S9(04).
      * The format row of the store count being corrected - a
      * labelled copy carries its own, a count adjustment or a new
      * label is asked.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
               88  MEDIA-DVD             VALUE 'D'.
               88  MEDIA-BLU-RAY         VALUE 'B'.
               88  MEDIA-UHD-4K          VALUE 'K'.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
           01 CHANGE-TYPE            PIC X(08) VALUE 'ADJUST'.
           01 JOURNAL-PROGRAM        PIC X(20)
                                     VALUE 'ADJUST-INVENTORY'.
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
      * A labelled copy is adjusted by its barcode, one case at a
      * time, and the copy master moves with the counts: the reason
      * says where the copy goes, and whether it was on the shelf
      * says whether the counts move at all - writing off a disc
      * already sitting on the damaged pile takes nothing more off.
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 NEW-COPY-SW            PIC X(01).
               88  NEW-COPY              VALUE 'Y'.
           01 COPY-TARGET-STATUS     PIC X(01).
           01 COPY-MOVE-SW           PIC X(01).
               88  COPY-MOVE-OK          VALUE 'Y'.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
      * A write-off takes stock off the books for good, so it needs
      * an authorizer whose role may sign one off - the clerk's own
      * initials still go on the adjustment, the sign-off lands on
      * the authority log.
           01 AUTHORIZER-INITIALS    PIC X(03) VALUE SPACES.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION.
      * Correct a copy count the honest way - a cracked disc, a case
      * that walked, a box of new stock - instead of a clerk faking
      * say what inventory errors actually cost.
      *
      *   D damaged   L lost   F found   N new stock   W write-off
      *
      * A title whose copies are labelled is adjusted a copy at a
      * time by barcode; a new label scanned here is a new copy.
      * Only a title with no labelled copies still takes a bare
      * signed quantity.
       MAIN-PROCEDURE.
           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       LOOP.
           MOVE 'N' TO NEW-COPY-SW.
           DISPLAY 'Scan copy barcode (blank to adjust a title by '
               'count): '.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           IF SCANNED-BARCODE = SPACES
               PERFORM ADJUST-BY-COUNT
           ELSE
               PERFORM ADJUST-ONE-COPY
           END-IF.

           DISPLAY 'Adjust another? (Y/N)'.
           ACCEPT AGAIN.

       ADJUST-BY-COUNT.
           DISPLAY 'Enter IMDB ID: '.
           ACCEPT IMDB-ID.
           MOVE 'N' TO FORMAT-VALID-SW.
           PERFORM ASK-ONE-FORMAT UNTIL FORMAT-VALID.
           DISPLAY 'Enter signed adjustment (e.g. +002 or -001): '.
           ACCEPT ADJUST-QTY.
           DISPLAY 'Reason - Damaged/Lost/Found/New stock/'
           DISPLAY 'Operator initials: '.
           ACCEPT OPERATOR-INITIALS.

           IF NOT REASON-VALID
               DISPLAY 'Unrecognized reason code - no change made'
           ELSE
               PERFORM CHECK-WRITE-OFF-AUTHORITY
           END-IF.
           IF REASON-VALID
               SET CQ-COUNT-TITLE TO TRUE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               MOVE SPACE TO CQ-FORMAT
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF CQ-COPY-COUNT > 0
                   DISPLAY 'Copies of this title are labelled - '
                       'adjust them by barcode, no change made'
               ELSE
                   PERFORM ADJUST-UNDER-TOKEN
               END-IF
           END-IF.

      * One labelled case.  A barcode not yet on the copy master is
      * a new copy going on this store's shelf; one already on file
      * names its own title, and the reason decides where it goes.
       ADJUST-ONE-COPY.
           SET CQ-LOOK-UP TO TRUE.
           MOVE SCANNED-BARCODE TO CQ-BARCODE.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-NOT-ON-FILE
               DISPLAY 'New label - enter IMDB ID of the copy: '
               ACCEPT IMDB-ID
               MOVE 'N' TO FORMAT-VALID-SW
               PERFORM ASK-ONE-FORMAT UNTIL FORMAT-VALID
               SET NEW-COPY TO TRUE
               MOVE 'N' TO REASON-CODE
               MOVE 1 TO ADJUST-QTY
           ELSE
               MOVE CQ-IMDB-ID TO IMDB-ID
               MOVE CQ-FORMAT TO MEDIA-FORMAT
               IF MEDIA-FORMAT = SPACE
                   SET MEDIA-DVD TO TRUE
               END-IF
               DISPLAY 'Copy of ' IMDB-ID ' (' MEDIA-FORMAT
                   ') at ' CQ-STORE-ID
                   ' - status ' CQ-STATUS ', rented '
                   CQ-RENTAL-COUNT ' times, damaged '
                   CQ-DAMAGE-COUNT ' times'
               DISPLAY 'Reason - Damaged/Lost/Found/Write-off? '
                   '(D/L/F/W)'
               ACCEPT REASON-CODE
               PERFORM DECIDE-COPY-ADJUSTMENT
           END-IF.
           IF REASON-VALID
               DISPLAY 'Operator initials: '
               ACCEPT OPERATOR-INITIALS
               PERFORM CHECK-WRITE-OFF-AUTHORITY
           END-IF.
           IF REASON-VALID
               PERFORM ADJUST-UNDER-TOKEN
           END-IF.

      * Only a write-off asks.  A refusal blanks the reason, which
      * stops the adjustment the same way a bad reason code does.
       CHECK-WRITE-OFF-AUTHORITY.
           IF REASON-CODE = 'W'
               DISPLAY 'Authorizing operator initials: '
               MOVE SPACES TO AUTHORIZER-INITIALS
               ACCEPT AUTHORIZER-INITIALS
               SET AQ-WRITE-OFF TO TRUE
               MOVE AUTHORIZER-INITIALS TO AQ-AUTHORIZER
               MOVE OPERATOR-INITIALS TO AQ-REQUESTER
               MOVE 0 TO AQ-AMOUNT
               MOVE 'ADJUST-INVENTORY' TO AQ-PROGRAM
               MOVE STORE-ID TO AQ-STORE-ID
               CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST
               EVALUATE TRUE
                   WHEN AQ-GRANTED
                       CONTINUE
                   WHEN AQ-NOT-ON-FILE
                       DISPLAY 'Authorizing initials not on the '
                           'operator file'
                   WHEN OTHER
                       DISPLAY 'Authorizing operator''s role '
                           'cannot sign off a write-off'
               END-EVALUATE
               IF NOT AQ-GRANTED
                   MOVE SPACE TO REASON-CODE
               END-IF
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

      * Only a copy on the shelf is still in the counts - a copy
      * out, on a van, damaged or lost already came off them, so
      * marking it moves the copy master alone.  Found puts a lost
      * or damaged copy back on this store's shelf and the counts.
       DECIDE-COPY-ADJUSTMENT.
           MOVE 0 TO ADJUST-QTY.
           MOVE REASON-CODE TO COPY-TARGET-STATUS.
           EVALUATE TRUE
               WHEN NOT REASON-VALID OR REASON-CODE = 'N'
                   DISPLAY 'Unrecognized reason code - no change '
                       'made'
                   MOVE SPACE TO REASON-CODE
               WHEN REASON-CODE = 'F'
                   MOVE 'S' TO COPY-TARGET-STATUS
                   MOVE 1 TO ADJUST-QTY
               WHEN CQ-STATUS-ON-SHELF
                   AND CQ-STORE-ID NOT = STORE-ID
                       DISPLAY 'That copy belongs to store '
                           CQ-STORE-ID ' - adjust it there'
                       MOVE SPACE TO REASON-CODE
               WHEN CQ-STATUS-ON-SHELF
                   MOVE -1 TO ADJUST-QTY
           END-EVALUATE.

      * The counter sessions share the catalog now, so the read-
      * modify-write runs under the exclusive update token - all
      * the prompting is already done by the time it is taken.
       ADJUST-UNDER-TOKEN.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - no change made, '
                   'key it again'
           ELSE
               MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD
               READ MOVIE-FILE
                   INVALID KEY
                       DISPLAY 'Movie not found'
                   NOT INVALID KEY
                       PERFORM APPLY-ADJUSTMENT
               END-READ
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.

      * Neither count can go below zero or past what the field
      * holds - an adjustment that would push either the chain
                   DISPLAY 'Adjustment would take store ' STORE-ID
                       ' to ' NEW-STORE-COUNT ' - refused'
               WHEN OTHER
                   PERFORM MOVE-SCANNED-COPY
                   IF COPY-MOVE-OK
                       PERFORM POST-ADJUSTMENT
                   END-IF
           END-EVALUATE.

       POST-ADJUSTMENT.
           MOVE NEW-COUNT TO MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD.
           REWRITE MOVIE-RECORD.
           PERFORM WRITE-STORE-ROW.
           CALL 'LOG-MOVIE-CHANGE' USING IMDB-ID,
               CHANGE-TYPE, JOURNAL-PROGRAM,
               OPERATOR-INITIALS.
           PERFORM WRITE-ADJUSTMENT-RECORD.
           DISPLAY MOVIE-TITLE OF MOVIE-RECORD ' adjusted - '
               MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
               ' copies now on hand ('
               STORE-ID ' holds ' NEW-STORE-COUNT ' in format '
               MEDIA-FORMAT ')'.

      * The copy master moves first, under the same token - a copy
      * the other register just rented, or a label somebody beat
      * us to, leaves the counts alone.
       MOVE-SCANNED-COPY.
           MOVE 'Y' TO COPY-MOVE-SW.
           IF SCANNED-BARCODE NOT = SPACES
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               MOVE MEDIA-FORMAT TO CQ-FORMAT
               IF NEW-COPY
                   SET CQ-ADD-COPY TO TRUE
               ELSE
                   SET CQ-SET-STATUS TO TRUE
                   MOVE COPY-TARGET-STATUS TO CQ-NEW-STATUS
               END-IF
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF NOT CQ-GRANTED
                   MOVE 'N' TO COPY-MOVE-SW
                   DISPLAY 'Copy ' SCANNED-BARCODE ' cannot go to '
                       'that status from ' CQ-STATUS
                       ' - no change made'
               END-IF
           END-IF.

       READ-STORE-ROW.
           MOVE 'N' TO STORE-ROW-SW.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
       WRITE-STORE-ROW.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE MEDIA-FORMAT TO SI-FORMAT.
           MOVE NEW-STORE-COUNT TO SI-COPIES.
           IF STORE-ROW-FOUND
               REWRITE STORE-INVENTORY-RECORD
           MOVE REASON-CODE TO ADJ-REASON-CODE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ADJ-TIMESTAMP.
           MOVE OPERATOR-INITIALS TO ADJ-OPERATOR.
           MOVE STORE-ID TO ADJ-STORE-ID.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUST-FS = '35'
