           01 BEST-POLICY-DATE       PIC 9(08) VALUE 0.
           01 LOST-AFTER-DAYS        PIC 9(03) VALUE 30.
           01 REPLACEMENT-COST       PIC 9(4)V9(2) VALUE 25.00.
           01 COPY-REQUEST.
               COPY 'copy-request.cpy'.
       PROCEDURE DIVISION.
      * Nightly write-off of the rentals that are never coming
      * back: anything still open past the policy's days-past-due

           PERFORM WRITE-REPLACEMENT-FEE.
           PERFORM WRITE-LOST-ADJUSTMENT.
           IF RENTAL-COPY-BARCODE NOT = SPACES
               PERFORM MARK-COPY-LOST
           END-IF.

           MOVE REPLACEMENT-COST TO DISPLAY-COST.
           DISPLAY RENTAL-IMDB-ID ' lost by member '
               ' days overdue, replacement $'
               FUNCTION TRIM(DISPLAY-COST) ' charged'.

      * The copy that went out on the rental goes LOST on the copy
      * master too, so the label is known to be gone - and if it
      * ever turns up at the counter it checks straight back in.
      * A copy the master already has somewhere else is left where
      * it is and flagged for inventory.
       MARK-COPY-LOST.
           SET CQ-SET-STATUS TO TRUE.
           MOVE RENTAL-COPY-BARCODE TO CQ-BARCODE.
           MOVE RENTAL-IMDB-ID TO CQ-IMDB-ID.
           MOVE RENTAL-STORE-ID TO CQ-STORE-ID.
           MOVE 'L' TO CQ-NEW-STATUS.
           CALL 'TRACK-COPY' USING COPY-REQUEST.
           IF NOT CQ-GRANTED
               DISPLAY 'Copy ' RENTAL-COPY-BARCODE ' not marked '
                   'lost - copy master shows status ' CQ-STATUS
           END-IF.

       WRITE-REPLACEMENT-FEE.
           MOVE RENTAL-MEMBER-ID TO FEE-MEMBER-ID.
           MOVE RENTAL-IMDB-ID TO FEE-IMDB-ID.
           MOVE REPLACEMENT-COST TO FEE-AMOUNT.
           MOVE TODAY-DATE TO FEE-ASSESSED-DATE.
           SET FEE-REPLACEMENT TO TRUE.
           MOVE SPACE TO FEE-COLLECTION-FLAG.
           MOVE RENTAL-STORE-ID TO FEE-STORE-ID.

           OPEN EXTEND FEES-OWED-FILE.
           IF FEES-FS = '35'
           SET ADJ-LOST TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ADJ-TIMESTAMP.
           MOVE 'EOD' TO ADJ-OPERATOR.
           MOVE RENTAL-STORE-ID TO ADJ-STORE-ID.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUST-FS = '35'
