       IDENTIFICATION DIVISION.
       PROGRAM-ID. POST-STOCKTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-FILE ASSIGN TO "stocktake-variance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARIANCE-FS.

           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "inventory-adjust.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADJUST-FS.

           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SI-KEY
           FILE STATUS IS STORE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD VARIANCE-FILE.
           01 STOCKTAKE-VARIANCE-RECORD.
               COPY 'stocktake-variance-record.cpy'.

       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD ADJUSTMENT-FILE.
           01 ADJUSTMENT-RECORD.
               COPY 'adjustment-record.cpy'.

       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.
       WORKING-STORAGE SECTION.
           01 VARIANCE-FS            PIC 9(02).
           01 FS                    PIC 9(02).
           01 ADJUST-FS              PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 VARIANCE-EOF-SW        PIC X(01) VALUE 'N'.
               88  VARIANCE-EOF          VALUE 'Y'.
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 MANAGER-INITIALS       PIC X(03) VALUE SPACES.
           01 POST-ALL               PIC X(01) VALUE SPACES.
           01 DECISION               PIC X(01) VALUE SPACES.
               88  DECIDE-POST           VALUE 'P'.
               88  DECIDE-REJECT         VALUE 'R'.
               88  DECIDE-LEAVE          VALUE 'L'.
           01 VARIANCE-COUNT         PIC 9(04) VALUE 0 COMP.
           01 VARIANCE-IDX           PIC 9(04) VALUE 0 COMP.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.
           01 PENDING-COUNT          PIC 9(04) VALUE 0 COMP.
           01 POSTED-COUNT           PIC 9(04) VALUE 0 COMP.
           01 REJECTED-COUNT         PIC 9(04) VALUE 0 COMP.
           01 TABLE-CHANGED-SW       PIC X(01) VALUE 'N'.
               88  TABLE-CHANGED         VALUE 'Y'.
           01 VARIANCE-TABLE.
               02  VARIANCE-ENTRY OCCURS 3000 TIMES PIC X(65).
      * One variance, unpacked for field access - rows ride the
      * table as raw record images, the way STOCKTAKE-VARIANCE
      * carries them.
           01 WORK-VARIANCE.
               COPY 'stocktake-variance-record.cpy'.
           01 SHOW-VARIANCE          PIC -(3)9.
           01 NEW-COUNT              PIC S9(04).
           01 NEW-STORE-COUNT        PIC S9(04).
           01 STORE-ROW-SW           PIC X(01).
               88  STORE-ROW-FOUND       VALUE 'Y'.
           01 POSTED-SW              PIC X(01).
               88  VARIANCE-POSTED       VALUE 'Y'.
           01 CHANGE-TYPE            PIC X(08) VALUE 'STOCKTK'.
           01 JOURNAL-PROGRAM        PIC X(20)
                                     VALUE 'POST-STOCKTAKE'.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION.
      * Second half of a stocktake - the manager's sign-off on what
      * STOCKTAKE-VARIANCE found.  Lists the store's pending
      * variances, takes the authorizing initials (AUTHORIZE-ACTION,
      * stocktake action - managers only unless authority-limits.dat
      * says otherwise), then posts every one or goes through them
      * one at a time.  A posted variance moves the store's count
      * and the chain total by exactly the difference the count
      * found, under the update token like any other adjustment,
      * and lands on inventory-adjust.log with the stocktake reason
      * so the shrinkage report carries it.  Rentals and returns
      * since the count moved the books and the shelf alike, so the
      * difference still holds on the day it is posted.
       MAIN-PROCEDURE.
           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Catalog is in use - try again shortly'
               STOP RUN
           END-IF.

           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.

           PERFORM LOAD-VARIANCE-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' variances did '
                   'not fit the work table - nothing posted'
               PERFORM RELEASE-MOVIE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'Pending stocktake variances - store ' STORE-ID.
           DISPLAY 'IMDB ID    F  COUNTED  EXPECT   VAR'.
           PERFORM LIST-PENDING-VARIANCE
               VARYING VARIANCE-IDX FROM 1 BY 1
               UNTIL VARIANCE-IDX > VARIANCE-COUNT.
           IF PENDING-COUNT = 0
               DISPLAY 'Nothing pending for store ' STORE-ID
               PERFORM RELEASE-MOVIE-LOCK
               STOP RUN
           END-IF.

           PERFORM CHECK-STOCKTAKE-AUTHORITY.
           IF NOT AQ-GRANTED
               PERFORM RELEASE-MOVIE-LOCK
               STOP RUN
           END-IF.

           DISPLAY 'Post every pending variance? '
               '(Y = all, N = one at a time)'.
           ACCEPT POST-ALL.

           OPEN I-O MOVIE-FILE.
           PERFORM OPEN-STORE-INVENTORY-FILE.
           PERFORM DECIDE-ONE-VARIANCE
               VARYING VARIANCE-IDX FROM 1 BY 1
               UNTIL VARIANCE-IDX > VARIANCE-COUNT.
           CLOSE MOVIE-FILE.
           CLOSE STORE-INVENTORY-FILE.

           IF TABLE-CHANGED
               PERFORM WRITE-VARIANCE-FILE
           END-IF.
           PERFORM RELEASE-MOVIE-LOCK.

           DISPLAY 'Variances posted: ' POSTED-COUNT
               '  rejected: ' REJECTED-COUNT.
           STOP RUN.

       OPEN-STORE-INVENTORY-FILE.
           OPEN I-O STORE-INVENTORY-FILE.
           IF STORE-FS = '35'
               OPEN OUTPUT STORE-INVENTORY-FILE
               CLOSE STORE-INVENTORY-FILE
               OPEN I-O STORE-INVENTORY-FILE
           END-IF.

      * Writers take the single-writer lock before OPEN I-O and give
      * it back at CLOSE, the same as the counter programs.
       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'POST-STOCKTAKE' TO LOCK-CALLER.
           SET LOCK-PROMPT-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'POST-STOCKTAKE' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       LOAD-VARIANCE-TABLE.
           OPEN INPUT VARIANCE-FILE.
           IF VARIANCE-FS = '00'
               PERFORM LOAD-VARIANCE-ENTRY UNTIL VARIANCE-EOF
               CLOSE VARIANCE-FILE
           END-IF.

       LOAD-VARIANCE-ENTRY.
           READ VARIANCE-FILE
               AT END
                   SET VARIANCE-EOF TO TRUE
               NOT AT END
                   IF VARIANCE-COUNT < 3000
                       ADD 1 TO VARIANCE-COUNT
                       MOVE STOCKTAKE-VARIANCE-RECORD
                           TO VARIANCE-ENTRY (VARIANCE-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.

       LIST-PENDING-VARIANCE.
           MOVE VARIANCE-ENTRY (VARIANCE-IDX) TO WORK-VARIANCE.
           IF SV-PENDING OF WORK-VARIANCE
               AND SV-STORE-ID OF WORK-VARIANCE = STORE-ID
                   ADD 1 TO PENDING-COUNT
                   PERFORM SHOW-VARIANCE-LINE
           END-IF.

       SHOW-VARIANCE-LINE.
           MOVE SV-VARIANCE OF WORK-VARIANCE TO SHOW-VARIANCE.
           DISPLAY SV-IMDB-ID OF WORK-VARIANCE ' '
               SV-FORMAT OF WORK-VARIANCE '  '
               SV-COUNTED OF WORK-VARIANCE '     '
               SV-EXPECTED OF WORK-VARIANCE '   '
               SHOW-VARIANCE '  counted '
               SV-COUNT-DATE OF WORK-VARIANCE.

      * A refusal leaves every variance pending - nothing posts on
      * initials that may not sign a stocktake off.
       CHECK-STOCKTAKE-AUTHORITY.
           DISPLAY 'Authorizing manager initials: '.
           ACCEPT MANAGER-INITIALS.
           SET AQ-STOCKTAKE TO TRUE.
           MOVE MANAGER-INITIALS TO AQ-AUTHORIZER.
           MOVE MANAGER-INITIALS TO AQ-REQUESTER.
           MOVE 0 TO AQ-AMOUNT.
           MOVE 'POST-STOCKTAKE' TO AQ-PROGRAM.
           MOVE STORE-ID TO AQ-STORE-ID.
           CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST.
           EVALUATE TRUE
               WHEN AQ-GRANTED
                   CONTINUE
               WHEN AQ-NOT-ON-FILE
                   DISPLAY 'Authorizing initials not on the '
                       'operator file - nothing posted'
               WHEN OTHER
                   DISPLAY 'Authorizing operator''s role cannot '
                       'sign off a stocktake - nothing posted'
           END-EVALUATE.

       DECIDE-ONE-VARIANCE.
           MOVE VARIANCE-ENTRY (VARIANCE-IDX) TO WORK-VARIANCE.
           IF SV-PENDING OF WORK-VARIANCE
               AND SV-STORE-ID OF WORK-VARIANCE = STORE-ID
                   PERFORM TAKE-DECISION
           END-IF.

       TAKE-DECISION.
           IF POST-ALL = 'Y'
               SET DECIDE-POST TO TRUE
           ELSE
               PERFORM SHOW-VARIANCE-LINE
               DISPLAY 'Post, reject or leave pending? (P/R/L)'
               MOVE SPACES TO DECISION
               ACCEPT DECISION
           END-IF.

           EVALUATE TRUE
               WHEN DECIDE-POST
                   PERFORM POST-UNDER-TOKEN
               WHEN DECIDE-REJECT
                   SET SV-REJECTED OF WORK-VARIANCE TO TRUE
                   PERFORM STAMP-DECISION
                   ADD 1 TO REJECTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-DECISION.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO SV-DECIDED-STAMP OF WORK-VARIANCE.
           MOVE MANAGER-INITIALS TO SV-DECIDED-BY OF WORK-VARIANCE.
           MOVE WORK-VARIANCE TO VARIANCE-ENTRY (VARIANCE-IDX).
           SET TABLE-CHANGED TO TRUE.

      * The read-modify-write runs under the exclusive update token,
      * the same as ADJUST-INVENTORY - a busy token or a count that
      * would leave its range leaves the variance pending for the
      * next sitting.
       POST-UNDER-TOKEN.
           MOVE 'N' TO POSTED-SW.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - '
                   SV-IMDB-ID OF WORK-VARIANCE ' left pending'
           ELSE
               MOVE SV-IMDB-ID OF WORK-VARIANCE TO MOVIE-IMDB-ID
               READ MOVIE-FILE
                   INVALID KEY
                       DISPLAY SV-IMDB-ID OF WORK-VARIANCE
                           ' no longer in the catalog - left pending'
                   NOT INVALID KEY
                       PERFORM APPLY-VARIANCE
               END-READ
               PERFORM RELEASE-UPDATE-TOKEN
           END-IF.
           IF VARIANCE-POSTED
               SET SV-POSTED OF WORK-VARIANCE TO TRUE
               PERFORM STAMP-DECISION
               ADD 1 TO POSTED-COUNT
           END-IF.

       APPLY-VARIANCE.
           COMPUTE NEW-COUNT = MOVIE-COPIES-AVAILABLE
               + SV-VARIANCE OF WORK-VARIANCE.
           PERFORM READ-STORE-ROW.
           IF STORE-ROW-FOUND
               COMPUTE NEW-STORE-COUNT = SI-COPIES
                   + SV-VARIANCE OF WORK-VARIANCE
           ELSE
               MOVE SV-VARIANCE OF WORK-VARIANCE TO NEW-STORE-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN NEW-COUNT < 0 OR NEW-COUNT > 999
                   DISPLAY SV-IMDB-ID OF WORK-VARIANCE
                       ' would take the chain count to ' NEW-COUNT
                       ' - left pending'
               WHEN NEW-STORE-COUNT < 0 OR NEW-STORE-COUNT > 999
                   DISPLAY SV-IMDB-ID OF WORK-VARIANCE
                       ' would take store ' STORE-ID ' to '
                       NEW-STORE-COUNT ' - left pending'
               WHEN OTHER
                   PERFORM POST-VARIANCE
           END-EVALUATE.

       POST-VARIANCE.
           MOVE NEW-COUNT TO MOVIE-COPIES-AVAILABLE.
           REWRITE MOVIE-RECORD.
           PERFORM WRITE-STORE-ROW.
           CALL 'LOG-MOVIE-CHANGE' USING MOVIE-IMDB-ID,
               CHANGE-TYPE, JOURNAL-PROGRAM,
               MANAGER-INITIALS.
           PERFORM WRITE-ADJUSTMENT-RECORD.
           SET VARIANCE-POSTED TO TRUE.
           DISPLAY MOVIE-TITLE ' posted - '
               MOVIE-COPIES-AVAILABLE ' copies now on hand ('
               STORE-ID ' holds ' NEW-STORE-COUNT ' in format '
               SV-FORMAT OF WORK-VARIANCE ')'.

       READ-STORE-ROW.
           MOVE 'N' TO STORE-ROW-SW.
           MOVE SV-IMDB-ID OF WORK-VARIANCE TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE SV-FORMAT OF WORK-VARIANCE TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET STORE-ROW-FOUND TO TRUE
           END-READ.

       WRITE-STORE-ROW.
           MOVE SV-IMDB-ID OF WORK-VARIANCE TO SI-IMDB-ID.
           MOVE STORE-ID TO SI-STORE-ID.
           MOVE SV-FORMAT OF WORK-VARIANCE TO SI-FORMAT.
           MOVE NEW-STORE-COUNT TO SI-COPIES.
           IF STORE-ROW-FOUND
               REWRITE STORE-INVENTORY-RECORD
           ELSE
               WRITE STORE-INVENTORY-RECORD
           END-IF.

       WRITE-ADJUSTMENT-RECORD.
           MOVE SV-IMDB-ID OF WORK-VARIANCE TO ADJ-IMDB-ID.
           MOVE SV-VARIANCE OF WORK-VARIANCE TO ADJ-QTY.
           SET ADJ-STOCKTAKE TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO ADJ-TIMESTAMP.
           MOVE MANAGER-INITIALS TO ADJ-OPERATOR.
           MOVE STORE-ID TO ADJ-STORE-ID.

           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJUST-FS = '35'
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN EXTEND ADJUSTMENT-FILE
           END-IF.

           WRITE ADJUSTMENT-RECORD.

           CLOSE ADJUSTMENT-FILE.

       WRITE-VARIANCE-FILE.
           OPEN OUTPUT VARIANCE-FILE.
           PERFORM WRITE-VARIANCE-ENTRY
               VARYING VARIANCE-IDX FROM 1 BY 1
               UNTIL VARIANCE-IDX > VARIANCE-COUNT.
           CLOSE VARIANCE-FILE.

       WRITE-VARIANCE-ENTRY.
           MOVE VARIANCE-ENTRY (VARIANCE-IDX)
               TO STOCKTAKE-VARIANCE-RECORD.
           WRITE STOCKTAKE-VARIANCE-RECORD.

       END PROGRAM POST-STOCKTAKE.
