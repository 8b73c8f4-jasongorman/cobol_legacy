           01 DROPBOX-SW             PIC X(01) VALUE 'N'.
               88  DROPBOX-MODE          VALUE 'Y'.
           01 ASOF-DATE              PIC 9(08) VALUE 0.
           01 PERIOD-REQUEST.
               COPY 'period-request.cpy'.
           01 LAST-OPEN-DAY          PIC 9(08) VALUE 0.
           01 BACKWALK-GUARD         PIC 9(02).
           01 EFFECTIVE-RETURN-DATE  PIC 9(08).
      * The copy coming back, by the barcode on its case - it names
      * the title and, through the ledger row it went out on, the
      * rental it pays off.
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 COPY-SCAN-SW           PIC X(01).
               88  COPY-SCAN-OK          VALUE 'Y'.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
      * The returned disc's format - off the copy master for a
      * scanned case, keyed by the clerk for an unlabelled one - so
      * it goes back on its own store count, or to a hold as that
      * format.
           01 RETURN-FORMAT          PIC X(01) VALUE SPACES.
               88  RETURN-DVD            VALUE 'D'.
               88  RETURN-BLU-RAY        VALUE 'B'.
               88  RETURN-UHD-4K         VALUE 'K'.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
       PROCEDURE DIVISION.
      * Put a checked-out copy back on the shelf - the companion to
      * RENT-MOVIE - by putting the count back up by one, and close
                           LAST-OPEN-DAY
                       MOVE LAST-OPEN-DAY TO ASOF-DATE
               END-IF
               PERFORM CHECK-ASOF-PERIOD
           END-IF.

      * A backdated return closes the rental on the as-of day, so a
      * day in a month already closed is refused - the returns close
      * today instead, unless a manager reopens the month first.
      * Any fee it assesses is dated today, the day it is keyed.
       CHECK-ASOF-PERIOD.
           MOVE ASOF-DATE TO PQ-DATE.
           CALL 'CHECK-PERIOD' USING PERIOD-REQUEST.
           IF PQ-CLOSED
               DISPLAY 'Period ' PQ-MONTH ' is closed - returns '
                   'will close as of today'
               MOVE 'N' TO DROPBOX-SW
           ELSE
               DISPLAY 'Returns will close as of ' ASOF-DATE
           END-IF.

           END-IF.

       LOOP.
           PERFORM SCAN-RETURNED-COPY.
           IF COPY-SCAN-OK
               DISPLAY 'Enter member ID (blank if unknown): '
               ACCEPT MEMBER-ID
               MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD
               READ MOVIE-FILE
                   INVALID KEY
                       DISPLAY 'Movie not found'
                   NOT INVALID KEY
                       PERFORM CHECK-IN-COPY
               END-READ
           END-IF.

           DISPLAY 'Return another? (Y/N)'.
           ACCEPT AGAIN.

      * The case's barcode says which title came back - only a copy
      * the copy master has out (or written off as lost, turning up
      * at last) can be checked in.  A blank scan falls back to the
      * keyed IMDB ID, but only for a title none of whose copies are
      * labelled.
       SCAN-RETURNED-COPY.
           MOVE 'N' TO COPY-SCAN-SW.
           DISPLAY 'Scan copy barcode (blank to key the IMDB ID): '.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           IF SCANNED-BARCODE = SPACES
               DISPLAY 'Enter IMDB ID being returned: '
               ACCEPT IMDB-ID
               MOVE 'N' TO FORMAT-VALID-SW
               PERFORM ASK-RETURN-FORMAT UNTIL FORMAT-VALID
               SET CQ-COUNT-TITLE TO TRUE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF CQ-COPY-COUNT > 0
                   DISPLAY 'Copies of this title are labelled - '
                       'scan the one coming back'
               ELSE
                   SET COPY-SCAN-OK TO TRUE
               END-IF
           ELSE
               SET CQ-LOOK-UP TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               CALL 'TRACK-COPY' USING COPY-REQUEST
               EVALUATE TRUE
                   WHEN CQ-NOT-ON-FILE
                       DISPLAY 'Barcode ' SCANNED-BARCODE
                           ' is not on the copy master'
                   WHEN CQ-STATUS-OUT
                   WHEN CQ-STATUS-LOST
                       MOVE CQ-IMDB-ID TO IMDB-ID
                       MOVE CQ-FORMAT TO RETURN-FORMAT
                       SET COPY-SCAN-OK TO TRUE
                   WHEN OTHER
                       DISPLAY 'That copy is not out (status '
                           CQ-STATUS ') - nothing to return'
               END-EVALUATE
           END-IF.

       ASK-RETURN-FORMAT.
           DISPLAY 'Format - DVD/Blu-ray/4K? (D/B/K, blank for DVD)'.
           MOVE SPACES TO RETURN-FORMAT.
           ACCEPT RETURN-FORMAT.
           IF RETURN-FORMAT = SPACE
               SET RETURN-DVD TO TRUE
           END-IF.
           IF RETURN-DVD OR RETURN-BLU-RAY OR RETURN-UHD-4K
               SET FORMAT-VALID TO TRUE
           ELSE
               DISPLAY 'Unrecognized format - key D, B or K'
           END-IF.

      * The copy's own state moves under the same token as the
      * counts - back on this store's shelf, or to the damaged pile
      * - so a case scanned at both registers at once only comes
      * back once.
       MARK-COPY-IN.
           IF SCANNED-BARCODE NOT = SPACES
               SET CQ-SET-STATUS TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               IF DAMAGED-RETURN
                   MOVE 'D' TO CQ-NEW-STATUS
               ELSE
                   MOVE 'S' TO CQ-NEW-STATUS
               END-IF
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF NOT CQ-GRANTED
                   MOVE 'N' TO COPY-SCAN-SW
                   DISPLAY 'Copy ' SCANNED-BARCODE ' changed at '
                       'the other register - return not recorded'
               END-IF
           END-IF.

      * The disc that comes back cracked never reaches the shelf or
      * the hold queue - it goes straight to the write-off pile,
      * through the same adjustment trail ADJUST-INVENTORY feeds,
                       DISPLAY 'Movie no longer on the catalog - '
                           'return not recorded'
                   NOT INVALID KEY
                       PERFORM MARK-COPY-IN
                       IF COPY-SCAN-OK
                           PERFORM RESHELVE-UNDER-TOKEN
                       END-IF
               END-READ
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.
               DISPLAY 'Update token busy - return not taken, '
                   'key it again'
           ELSE
               PERFORM MARK-COPY-IN
               IF COPY-SCAN-OK
                   PERFORM CLOSE-OPEN-RENTAL
                   PERFORM WRITE-DAMAGE-ADJUSTMENT
               END-IF
               PERFORM RELEASE-UPDATE-TOKEN
               IF COPY-SCAN-OK
                   PERFORM ASSESS-DAMAGE-FEE
                   DISPLAY MOVIE-TITLE OF MOVIE-RECORD
                       ' written off as damaged - do not re-shelve'
               END-IF
           END-IF.

       WRITE-DAMAGE-ADJUSTMENT.
           SET ADJ-DAMAGED TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ADJ-TIMESTAMP.
           MOVE OPERATOR-INITIALS TO ADJ-OPERATOR.
           MOVE STORE-ID TO ADJ-STORE-ID.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUST-FS = '35'
           MOVE DAMAGE-FEE-AMOUNT TO FEE-AMOUNT.
           MOVE TODAY-DATE TO FEE-ASSESSED-DATE.
           SET FEE-DAMAGE TO TRUE.
           MOVE SPACE TO FEE-COLLECTION-FLAG.
           MOVE STORE-ID TO FEE-STORE-ID.

           OPEN EXTEND FEES-OWED-FILE.
           IF FEES-FS = '35'
       PUT-COPY-BACK-ON-STORE.
           MOVE IMDB-ID TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE RETURN-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   MOVE IMDB-ID TO SI-IMDB-ID
                   MOVE STORE-ID TO SI-STORE-ID
                   MOVE RETURN-FORMAT TO SI-FORMAT
                   MOVE 1 TO SI-COPIES
                   WRITE STORE-INVENTORY-RECORD
               NOT INVALID KEY
                           SET HOLD-READY TO TRUE
                           MOVE TODAY-DATE TO HOLD-READY-DATE
                           MOVE STORE-ID TO HOLD-STORE-ID
                           MOVE RETURN-FORMAT TO HOLD-FORMAT
                           REWRITE HOLD-RECORD
                           SET HOLD-CLAIMED TO TRUE
                           SET HOLD-EOF TO TRUE
      * Find the open transaction this return pays off - start on the
      * title's first ledger row and walk its checkout-stamp range the
      * way LOOKUP-MOVIE-BY-TITLE browses a duplicate-key range.  A
      * scanned copy closes the rental it went out on; otherwise a
      * blank member ID closes the oldest open rental for the title;
      * a copy with no open rental at all is still re-shelved, but
      * flagged so the counter knows the ledger never saw it go out.
                   IF RENTAL-IMDB-ID NOT = IMDB-ID
                       SET RENTAL-EOF TO TRUE
                   ELSE
                       IF SCANNED-BARCODE NOT = SPACES
                           IF RENTAL-OPEN
                               AND RENTAL-COPY-BARCODE
                                   = SCANNED-BARCODE
                                   PERFORM CLOSE-RENTAL-RECORD
                           END-IF
                       ELSE
                           IF RENTAL-OPEN
                               AND (MEMBER-ID = SPACES
                                   OR RENTAL-MEMBER-ID = MEMBER-ID)
                                   PERFORM CLOSE-RENTAL-RECORD
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE LATE-FEE-AMOUNT TO FEE-AMOUNT.
           MOVE TODAY-DATE TO FEE-ASSESSED-DATE.
           MOVE 'L' TO FEE-TYPE.
           MOVE SPACE TO FEE-COLLECTION-FLAG.
           MOVE STORE-ID TO FEE-STORE-ID.

           OPEN EXTEND FEES-OWED-FILE.
           IF FEES-FS = '35'
