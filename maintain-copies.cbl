       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-COPIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY-FILE ASSIGN TO "copies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CP-BARCODE
           ALTERNATE RECORD KEY IS CP-IMDB-ID WITH DUPLICATES
           FILE STATUS IS COPY-FS.

           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SI-KEY
           FILE STATUS IS STORE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD COPY-FILE.
           01 COPY-RECORD.
               COPY 'copy-record.cpy'.

       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.
       WORKING-STORAGE SECTION.
           01 COPY-FS                PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 ACTION-CODE            PIC X(01) VALUE SPACES.
               88  ENROL-ACTION          VALUE 'E'.
               88  INQUIRE-ACTION        VALUE 'I'.
               88  LIST-ACTION           VALUE 'L'.
           01 IMDB-ID                PIC X(10) VALUE SPACES.
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 SCANNED-BARCODE        PIC X(10) VALUE SPACES.
           01 COPY-EOF-SW            PIC X(01).
               88  COPY-EOF              VALUE 'Y'.
           01 LISTED-COUNT           PIC 9(05) VALUE 0.
           01 SHELF-COPIES           PIC 9(03) VALUE 0.
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
               88  MEDIA-DVD             VALUE 'D'.
               88  MEDIA-BLU-RAY         VALUE 'B'.
               88  MEDIA-UHD-4K          VALUE 'K'.
           01 FORMAT-VALID-SW        PIC X(01).
               88  FORMAT-VALID          VALUE 'Y'.
      * A copy booked in damaged this many times is pulled for a
      * look before it goes out again.
           01 REPEAT-DAMAGE-MARK     PIC 9(03) VALUE 2.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
       PROCEDURE DIVISION.
      * The copy master's own maintenance and inquiry.  Enrol puts a
      * label on a copy that was already on a store's shelf before
      * copies were labelled - only as many as the store's count
      * says are there, so labelling never invents stock.  Inquire
      * shows one copy's life by its barcode; List walks a title's
      * copies, where they are and how hard they have worked, with
      * the repeat-damage cases called out.  New stock is labelled
      * as it is received; everything else that moves a copy does
      * it through TRACK-COPY.
       MAIN-PROCEDURE.
           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           STOP RUN.

       LOOP.
           DISPLAY 'Action - Enrol/Inquire/List title copies? '
               '(E/I/L)'.
           ACCEPT ACTION-CODE.

           EVALUATE TRUE
               WHEN ENROL-ACTION
                   PERFORM ENROL-SHELF-COPY
               WHEN INQUIRE-ACTION
                   PERFORM INQUIRE-ONE-COPY
               WHEN LIST-ACTION
                   PERFORM LIST-TITLE-COPIES
               WHEN OTHER
                   DISPLAY 'Unrecognized action - no change made'
           END-EVALUATE.

           DISPLAY 'Another? (Y/N)'.
           ACCEPT AGAIN.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'MAINTAIN-COPIES' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

      * Labelling a copy already counted on this store's shelf - the
      * store count is compared with the labelled copies on the
      * shelf under the update token, so two clerks labelling the
      * same title can't label one copy too many between them.
       ENROL-SHELF-COPY.
           DISPLAY 'Enter IMDB ID: '.
           ACCEPT IMDB-ID.
           MOVE 'N' TO FORMAT-VALID-SW.
           PERFORM ASK-ONE-FORMAT UNTIL FORMAT-VALID.
           DISPLAY 'Scan the new label: '.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           IF SCANNED-BARCODE = SPACES
               DISPLAY 'No label scanned - no change made'
           ELSE
               PERFORM ACQUIRE-UPDATE-TOKEN
               IF UL-REFUSED
                   DISPLAY 'Update token busy - no change made, '
                       'key it again'
               ELSE
                   PERFORM ENROL-UNDER-TOKEN
                   PERFORM RELEASE-UPDATE-TOKEN
               END-IF
           END-IF.

      * The comparison is format by format - a store's DVD count
      * says nothing about how many 4K cases it may label.
       ENROL-UNDER-TOKEN.
           PERFORM READ-SHELF-COUNT.
           SET CQ-COUNT-TITLE TO TRUE.
           MOVE IMDB-ID TO CQ-IMDB-ID.
           MOVE STORE-ID TO CQ-STORE-ID.
           MOVE MEDIA-FORMAT TO CQ-FORMAT.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-SHELF-COUNT >= SHELF-COPIES
               DISPLAY 'Store ' STORE-ID ' holds ' SHELF-COPIES
                   ' in format ' MEDIA-FORMAT
                   ' and ' CQ-SHELF-COUNT ' are labelled already'
                   ' - no change made'
           ELSE
               SET CQ-ADD-COPY TO TRUE
               MOVE SCANNED-BARCODE TO CQ-BARCODE
               MOVE IMDB-ID TO CQ-IMDB-ID
               MOVE STORE-ID TO CQ-STORE-ID
               MOVE MEDIA-FORMAT TO CQ-FORMAT
               CALL 'TRACK-COPY' USING COPY-REQUEST
               IF CQ-GRANTED
                   DISPLAY 'Copy ' SCANNED-BARCODE ' labelled on '
                       'the ' STORE-ID ' shelf'
               ELSE
                   DISPLAY 'Label already on a copy of '
                       CQ-IMDB-ID ' - use a fresh one'
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

       READ-SHELF-COUNT.
           MOVE 0 TO SHELF-COPIES.
           OPEN INPUT STORE-INVENTORY-FILE.
           IF STORE-FS = '00'
               MOVE IMDB-ID TO SI-IMDB-ID
               MOVE STORE-ID TO SI-STORE-ID
               MOVE MEDIA-FORMAT TO SI-FORMAT
               READ STORE-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SI-COPIES TO SHELF-COPIES
               END-READ
               CLOSE STORE-INVENTORY-FILE
           END-IF.

       INQUIRE-ONE-COPY.
           DISPLAY 'Scan copy barcode: '.
           MOVE SPACES TO SCANNED-BARCODE.
           ACCEPT SCANNED-BARCODE.
           SET CQ-LOOK-UP TO TRUE.
           MOVE SCANNED-BARCODE TO CQ-BARCODE.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF CQ-NOT-ON-FILE
               DISPLAY 'Barcode ' SCANNED-BARCODE
                   ' is not on the copy master'
           ELSE
               DISPLAY 'Copy ' SCANNED-BARCODE ' of ' CQ-IMDB-ID
                   ' (' CQ-FORMAT ') - store ' CQ-STORE-ID
                   ', status ' CQ-STATUS
               DISPLAY '  rented ' CQ-RENTAL-COUNT ' times, '
                   'booked in damaged ' CQ-DAMAGE-COUNT ' times'
               IF CQ-DAMAGE-COUNT >= REPEAT-DAMAGE-MARK
                   DISPLAY '  *** REPEAT DAMAGE - check the disc '
                       'before it goes out again ***'
               END-IF
           END-IF.

      * Format key: D DVD, B Blu-ray, K 4K.
      * Status key: S shelf, O out, T in transit, D damaged, L lost,
      * W written off, X sold.
       LIST-TITLE-COPIES.
           DISPLAY 'Enter IMDB ID: '.
           ACCEPT IMDB-ID.
           MOVE 0 TO LISTED-COUNT.
           MOVE 'N' TO COPY-EOF-SW.
           OPEN INPUT COPY-FILE.
           IF COPY-FS NOT = '00'
               DISPLAY 'No copies are labelled yet'
           ELSE
               MOVE IMDB-ID TO CP-IMDB-ID
               START COPY-FILE KEY IS EQUAL TO CP-IMDB-ID
                   INVALID KEY
                       SET COPY-EOF TO TRUE
               END-START
               PERFORM LIST-ONE-COPY UNTIL COPY-EOF
               CLOSE COPY-FILE
               DISPLAY LISTED-COUNT ' labelled copies of ' IMDB-ID
           END-IF.

       LIST-ONE-COPY.
           READ COPY-FILE NEXT RECORD
               AT END
                   SET COPY-EOF TO TRUE
               NOT AT END
                   IF CP-IMDB-ID NOT = IMDB-ID
                       SET COPY-EOF TO TRUE
                   ELSE
                       ADD 1 TO LISTED-COUNT
                       PERFORM SHOW-ONE-COPY
                   END-IF
           END-READ.

       SHOW-ONE-COPY.
           IF CP-DAMAGE-COUNT >= REPEAT-DAMAGE-MARK
               DISPLAY CP-BARCODE ' ' CP-FORMAT ' ' CP-STORE-ID
                   ' ' CP-STATUS
                   ' since ' CP-STATUS-DATE ' rented '
                   CP-RENTAL-COUNT ' damaged ' CP-DAMAGE-COUNT
                   ' *** REPEAT DAMAGE ***'
           ELSE
               DISPLAY CP-BARCODE ' ' CP-FORMAT ' ' CP-STORE-ID
                   ' ' CP-STATUS
                   ' since ' CP-STATUS-DATE ' rented '
                   CP-RENTAL-COUNT ' damaged ' CP-DAMAGE-COUNT
           END-IF.

       END PROGRAM MAINTAIN-COPIES.
