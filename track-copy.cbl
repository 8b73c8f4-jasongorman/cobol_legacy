       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACK-COPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-FILE ASSIGN TO "copies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-BARCODE
           ALTERNATE RECORD KEY IS CP-IMDB-ID WITH DUPLICATES
           FILE STATUS IS COPY-FS.
       DATA DIVISION.
       FILE SECTION.
       FD COPY-FILE.
           01 COPY-RECORD.
               COPY 'copy-record.cpy'.
       WORKING-STORAGE SECTION.
           01 COPY-FS                PIC 9(02).
           01 COPY-EOF-SW            PIC X(01).
               88  COPY-EOF              VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 MOVE-OK-SW             PIC X(01).
               88  MOVE-ALLOWED          VALUE 'Y'.
       LINKAGE SECTION.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
       PROCEDURE DIVISION USING COPY-REQUEST.
      * The one writer of the copy master.  Every program that moves
      * a physical copy - the counter, the nightly lost-rental
      * sweep, adjustments, transfers, receiving - asks here, so a
      * copy can't be rented while it is on a van or re-shelved
      * twice off one return, whichever program is asking.  The
      * file is opened and closed inside each call the way the
      * operator file is vetted: a counter makes one call per scan
      * and the other register's changes are always seen.  The
      * callers hold the update token across the call wherever the
      * counts move with it.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 'N' TO CQ-RESULT.
           PERFORM OPEN-COPY-FILE.

           EVALUATE TRUE
               WHEN CQ-LOOK-UP
                   PERFORM LOOK-UP-COPY
               WHEN CQ-COUNT-TITLE
                   PERFORM COUNT-TITLE-COPIES
               WHEN CQ-ADD-COPY
                   PERFORM ADD-NEW-COPY
               WHEN CQ-SET-STATUS
                   PERFORM SET-COPY-STATUS
               WHEN CQ-RECEIVE-BOX
                   PERFORM RECEIVE-TRANSFER-BOX
           END-EVALUATE.

           CLOSE COPY-FILE.
           GOBACK.

      * The very first label stuck on a copy finds no file yet -
      * create it and re-open, the same bootstrap the ledger uses.
       OPEN-COPY-FILE.
           OPEN I-O COPY-FILE.
           IF COPY-FS = '35'
               OPEN OUTPUT COPY-FILE
               CLOSE COPY-FILE
               OPEN I-O COPY-FILE
           END-IF.

       LOOK-UP-COPY.
           MOVE CQ-BARCODE TO CP-BARCODE.
           READ COPY-FILE
               INVALID KEY
                   SET CQ-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   PERFORM RETURN-COPY-DETAILS
                   SET CQ-GRANTED TO TRUE
           END-READ.

       RETURN-COPY-DETAILS.
           MOVE CP-IMDB-ID TO CQ-IMDB-ID.
           MOVE CP-STORE-ID TO CQ-STORE-ID.
           MOVE CP-FORMAT TO CQ-FORMAT.
           PERFORM RETURN-COPY-STATE.

      * A status move hands back only the copy's state - the
      * caller's title and store stay as it keyed them.
       RETURN-COPY-STATE.
           MOVE CP-STATUS TO CQ-STATUS.
           MOVE CP-RENTAL-COUNT TO CQ-RENTAL-COUNT.
           MOVE CP-DAMAGE-COUNT TO CQ-DAMAGE-COUNT.

      * A title-range walk on the alternate key, the way the ledger
      * walks a member's rentals.  A written-off or sold copy is
      * history, not stock, so it counts in neither figure.  The
      * shelf count narrows to one format when the caller names one.
       COUNT-TITLE-COPIES.
           MOVE 0 TO CQ-COPY-COUNT.
           MOVE 0 TO CQ-SHELF-COUNT.
           MOVE 'N' TO COPY-EOF-SW.
           MOVE CQ-IMDB-ID TO CP-IMDB-ID.
           START COPY-FILE KEY IS EQUAL TO CP-IMDB-ID
               INVALID KEY
                   SET COPY-EOF TO TRUE
           END-START.
           PERFORM COUNT-ONE-COPY UNTIL COPY-EOF.
           SET CQ-GRANTED TO TRUE.

       COUNT-ONE-COPY.
           READ COPY-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   IF CP-IMDB-ID NOT = CQ-IMDB-ID
                       SET COPY-EOF TO TRUE
                   ELSE
                       IF NOT CP-WRITTEN-OFF AND NOT CP-SOLD
                           ADD 1 TO CQ-COPY-COUNT
                       END-IF
                       IF CP-ON-SHELF
                           AND CP-STORE-ID = CQ-STORE-ID
                           AND (CQ-FORMAT = SPACE
                               OR CP-FORMAT = CQ-FORMAT)
                               ADD 1 TO CQ-SHELF-COUNT
                       END-IF
                   END-IF
           END-READ.

      * A label is only ever stuck on once - a barcode already on
      * file is refused rather than quietly re-pointed at another
      * title.
       ADD-NEW-COPY.
           MOVE CQ-BARCODE TO CP-BARCODE.
           READ COPY-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-COPY
               NOT INVALID KEY
                   PERFORM RETURN-COPY-DETAILS
                   SET CQ-ALREADY-ON-FILE TO TRUE
           END-READ.

       WRITE-NEW-COPY.
           MOVE CQ-BARCODE TO CP-BARCODE.
           MOVE CQ-IMDB-ID TO CP-IMDB-ID.
           MOVE CQ-STORE-ID TO CP-STORE-ID.
           IF CQ-FORMAT = SPACE
               SET CP-DVD TO TRUE
           ELSE
               MOVE CQ-FORMAT TO CP-FORMAT
           END-IF.
           SET CP-ON-SHELF TO TRUE.
           MOVE 0 TO CP-RENTAL-COUNT.
           MOVE 0 TO CP-DAMAGE-COUNT.
           MOVE TODAY-DATE TO CP-ADDED-DATE.
           MOVE TODAY-DATE TO CP-STATUS-DATE.
           MOVE SPACES TO CP-XFER-STAMP.
           WRITE COPY-RECORD.
           PERFORM RETURN-COPY-DETAILS.
           SET CQ-GRANTED TO TRUE.

      * The copy's life in one table - see copy-request.cpy.  The
      * copy must be the title the caller thinks it is, and a copy
      * leaving a shelf must be leaving the caller's shelf.  A move
      * the table doesn't allow comes back refused with the copy's
      * current state, and nothing on the file changes.
       SET-COPY-STATUS.
           MOVE CQ-BARCODE TO CP-BARCODE.
           READ COPY-FILE
               INVALID KEY
                   SET CQ-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   PERFORM CHECK-STATUS-MOVE
                   PERFORM RETURN-COPY-STATE
           END-READ.

       CHECK-STATUS-MOVE.
           MOVE 'N' TO MOVE-OK-SW.
           EVALUATE CQ-NEW-STATUS
               WHEN 'O'
               WHEN 'T'
               WHEN 'X'
                   IF CP-ON-SHELF
                       SET MOVE-ALLOWED TO TRUE
                   END-IF
               WHEN 'S'
                   IF CP-OUT OR CP-LOST OR CP-DAMAGED
                       SET MOVE-ALLOWED TO TRUE
                   END-IF
               WHEN 'D'
                   IF CP-ON-SHELF OR CP-OUT
                       SET MOVE-ALLOWED TO TRUE
                   END-IF
               WHEN 'L'
                   IF CP-ON-SHELF OR CP-OUT OR CP-IN-TRANSIT
                       SET MOVE-ALLOWED TO TRUE
                   END-IF
               WHEN 'W'
                   IF NOT CP-WRITTEN-OFF AND NOT CP-SOLD
                       SET MOVE-ALLOWED TO TRUE
                   END-IF
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CQ-IMDB-ID NOT = SPACES
                   AND CQ-IMDB-ID NOT = CP-IMDB-ID
                       SET CQ-WRONG-TITLE TO TRUE
               WHEN NOT MOVE-ALLOWED
                   SET CQ-WRONG-STATUS TO TRUE
               WHEN (CQ-NEW-STATUS = 'O' OR CQ-NEW-STATUS = 'T'
                   OR CQ-NEW-STATUS = 'X')
                   AND CP-STORE-ID NOT = CQ-STORE-ID
                       SET CQ-WRONG-STORE TO TRUE
               WHEN OTHER
                   PERFORM APPLY-STATUS-MOVE
           END-EVALUATE.

       APPLY-STATUS-MOVE.
           EVALUATE CQ-NEW-STATUS
               WHEN 'O'
                   ADD 1 TO CP-RENTAL-COUNT
               WHEN 'S'
                   IF CQ-STORE-ID NOT = SPACES
                       MOVE CQ-STORE-ID TO CP-STORE-ID
                   END-IF
               WHEN 'D'
                   ADD 1 TO CP-DAMAGE-COUNT
           END-EVALUATE.
           IF CQ-NEW-STATUS = 'T'
               MOVE CQ-XFER-STAMP TO CP-XFER-STAMP
           ELSE
               MOVE SPACES TO CP-XFER-STAMP
           END-IF.
           MOVE CQ-NEW-STATUS TO CP-STATUS.
           MOVE TODAY-DATE TO CP-STATUS-DATE.
           REWRITE COPY-RECORD.
           SET CQ-GRANTED TO TRUE.

      * A box's arrival: walk the title's copies and shelve every
      * one that left on this dispatch.  A copy on the same van
      * for another box keeps travelling.
       RECEIVE-TRANSFER-BOX.
           MOVE 0 TO CQ-COPY-COUNT.
           MOVE 'N' TO COPY-EOF-SW.
           MOVE CQ-IMDB-ID TO CP-IMDB-ID.
           START COPY-FILE KEY IS EQUAL TO CP-IMDB-ID
               INVALID KEY
                   SET COPY-EOF TO TRUE
           END-START.
           PERFORM RECEIVE-ONE-COPY UNTIL COPY-EOF.
           SET CQ-GRANTED TO TRUE.

       RECEIVE-ONE-COPY.
           READ COPY-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   IF CP-IMDB-ID NOT = CQ-IMDB-ID
                       SET COPY-EOF TO TRUE
                   ELSE
                       IF CP-IN-TRANSIT
                           AND CP-XFER-STAMP = CQ-XFER-STAMP
                               SET CP-ON-SHELF TO TRUE
                               MOVE CQ-STORE-ID TO CP-STORE-ID
                               MOVE TODAY-DATE TO CP-STATUS-DATE
                               MOVE SPACES TO CP-XFER-STAMP
                               REWRITE COPY-RECORD
                               ADD 1 TO CQ-COPY-COUNT
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM TRACK-COPY.
