       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SUPPLIERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIER-FS.

           SELECT SUPPLIER-CHANGE-FILE
           ASSIGN TO "supplier-changes.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
           01 SUPPLIER-RECORD.
               COPY 'supplier-record.cpy'.

      * One line per change to the supplier master, the new row
      * whole and the old status beside it, with the initials of
      * whoever made it - the operator file's journal, kept the
      * same way.
       FD SUPPLIER-CHANGE-FILE.
           01 SUPPLIER-CHANGE-RECORD.
               02  SC-ACTION            PIC X(01).
                   88  SC-ADDED             VALUE 'A'.
                   88  SC-UPDATED           VALUE 'U'.
                   88  SC-DISABLED          VALUE 'D'.
                   88  SC-ENABLED           VALUE 'E'.
               02  SC-OLD-STATUS        PIC X(01).
               02  SC-NEW-SUPPLIER      PIC X(41).
               02  SC-TIMESTAMP         PIC X(14).
               02  SC-CHANGED-BY        PIC X(03).
       WORKING-STORAGE SECTION.
           01 SUPPLIER-FS            PIC 9(02).
           01 CHANGE-LOG-FS          PIC 9(02).
           01 SUPPLIER-EOF-SW        PIC X(01) VALUE 'N'.
               88  SUPPLIER-EOF          VALUE 'Y'.
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 ACTION-CODE            PIC X(01) VALUE SPACES.
               88  ADD-ACTION            VALUE 'A'.
               88  UPDATE-ACTION         VALUE 'U'.
               88  DISABLE-ACTION        VALUE 'D'.
               88  ENABLE-ACTION         VALUE 'E'.
               88  INQUIRE-ACTION        VALUE 'I'.
               88  LIST-ACTION           VALUE 'L'.
           01 TARGET-CODE            PIC X(06) VALUE SPACES.
           01 SESSION-INITIALS       PIC X(03) VALUE SPACES.
           01 METHOD-REPLY           PIC X(01) VALUE SPACES.
           01 LEAD-DAYS-REPLY        PIC 9(03) VALUE 0.
           01 OLD-METHOD             PIC X(01) VALUE SPACES.
           01 OLD-LEAD-DAYS          PIC 9(03) VALUE 0.
           01 OLD-STATUS             PIC X(01) VALUE SPACES.
           01 FOUND-IDX              PIC 9(04) VALUE 0 COMP.
           01 SCAN-IDX               PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-COUNT         PIC 9(04) VALUE 0 COMP.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.
           01 CHANGE-OK-SW           PIC X(01).
               88  CHANGE-OK             VALUE 'Y'.
           01 METHOD-LABEL           PIC X(06) VALUE SPACES.
      * One supplier, unpacked for field access - rows ride the
      * table below as raw record images, the way MAINTAIN-OPERATORS
      * carries operator rows.
           01 WORK-SUPPLIER.
               COPY 'supplier-record.cpy'.
           01 SCAN-SUPPLIER.
               COPY 'supplier-record.cpy'.
           01 SUPPLIER-TABLE.
               02  SUPPLIER-ENTRY OCCURS 200 TIMES PIC X(41).
       PROCEDURE DIVISION.
      * Add, update, disable, enable, inquire on and list suppliers
      * without anyone hand-editing suppliers.dat.  The code is
      * what a purchase-order line is bought under and what names
      * the supplier's outbound order and inbound ship-notice
      * files, so it is fixed once added - a supplier that changes
      * hands is disabled and the new one added under its own
      * code.  Every change is journaled with who made it.
       MAIN-PROCEDURE.
           PERFORM LOAD-SUPPLIER-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' suppliers did '
                   'not fit the work table - no changes allowed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'Operator initials: '.
           ACCEPT SESSION-INITIALS.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           STOP RUN.

      * The file may not exist yet in a fresh shop - an empty table
      * and a first add will create it.
       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FS = '00'
               PERFORM LOAD-SUPPLIER-ENTRY UNTIL SUPPLIER-EOF
               CLOSE SUPPLIER-FILE
           END-IF.

       LOAD-SUPPLIER-ENTRY.
           READ SUPPLIER-FILE
               AT END
                   SET SUPPLIER-EOF TO TRUE
               NOT AT END
                   IF SUPPLIER-COUNT < 200
                       ADD 1 TO SUPPLIER-COUNT
                       MOVE SUPPLIER-RECORD
                           TO SUPPLIER-ENTRY (SUPPLIER-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.

       LOOP.
           DISPLAY 'Action - Add/Update/Disable/Enable/Inquire/'
               'List? (A/U/D/E/I/L)'.
           ACCEPT ACTION-CODE.
           IF LIST-ACTION
               PERFORM LIST-SUPPLIERS
           ELSE
               DISPLAY 'Enter supplier code: '
               ACCEPT TARGET-CODE
               PERFORM FIND-SUPPLIER-ENTRY
               EVALUATE TRUE
                   WHEN ADD-ACTION
                       PERFORM ADD-SUPPLIER
                   WHEN UPDATE-ACTION
                       PERFORM UPDATE-SUPPLIER
                   WHEN DISABLE-ACTION
                       PERFORM DISABLE-SUPPLIER
                   WHEN ENABLE-ACTION
                       PERFORM ENABLE-SUPPLIER
                   WHEN INQUIRE-ACTION
                       PERFORM INQUIRE-SUPPLIER
                   WHEN OTHER
                       DISPLAY 'Unrecognized action - no change made'
               END-EVALUATE
           END-IF.

           DISPLAY 'Another? (Y/N)'.
           ACCEPT AGAIN.

       FIND-SUPPLIER-ENTRY.
           MOVE 0 TO FOUND-IDX.
           PERFORM SCAN-SUPPLIER-TABLE
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SUPPLIER-COUNT OR FOUND-IDX > 0.
           IF FOUND-IDX > 0
               MOVE SUPPLIER-ENTRY (FOUND-IDX) TO WORK-SUPPLIER
               MOVE SUP-ORDER-METHOD OF WORK-SUPPLIER TO OLD-METHOD
               MOVE SUP-LEAD-DAYS OF WORK-SUPPLIER TO OLD-LEAD-DAYS
               MOVE SUP-STATUS OF WORK-SUPPLIER TO OLD-STATUS
           END-IF.

       SCAN-SUPPLIER-TABLE.
           MOVE SUPPLIER-ENTRY (SCAN-IDX) TO SCAN-SUPPLIER.
           IF SUP-CODE OF SCAN-SUPPLIER = TARGET-CODE
               MOVE SCAN-IDX TO FOUND-IDX
           END-IF.

      * The code lands in file names, cut at its first blank - a
      * code keyed with a leading blank would name no file at all.
       ADD-SUPPLIER.
           EVALUATE TRUE
               WHEN TARGET-CODE = SPACES
                   DISPLAY 'A supplier needs a code'
               WHEN TARGET-CODE (1:1) = SPACE
                   DISPLAY 'Supplier code must not start with a '
                       'space'
               WHEN FOUND-IDX > 0
                   DISPLAY 'Supplier already on file - use Update'
               WHEN SUPPLIER-COUNT >= 200
                   DISPLAY 'Supplier table full - cannot add'
               WHEN OTHER
                   MOVE SPACES TO WORK-SUPPLIER
                   MOVE TARGET-CODE TO SUP-CODE OF WORK-SUPPLIER
                   SET SUP-ACTIVE OF WORK-SUPPLIER TO TRUE
                   MOVE SPACE TO OLD-METHOD
                   MOVE 0 TO OLD-LEAD-DAYS
                   MOVE SPACE TO OLD-STATUS
                   PERFORM PROMPT-SUPPLIER-DETAILS
                   IF CHANGE-OK
                       ADD 1 TO SUPPLIER-COUNT
                       MOVE SUPPLIER-COUNT TO FOUND-IDX
                       SET SC-ADDED TO TRUE
                       PERFORM SAVE-SUPPLIER-CHANGE
                       DISPLAY 'Supplier added'
                   END-IF
           END-EVALUATE.

       UPDATE-SUPPLIER.
           IF FOUND-IDX = 0
               DISPLAY 'Supplier not on file'
           ELSE
               PERFORM PROMPT-SUPPLIER-DETAILS
               IF CHANGE-OK
                   SET SC-UPDATED TO TRUE
                   PERFORM SAVE-SUPPLIER-CHANGE
                   DISPLAY 'Supplier updated'
               END-IF
           END-IF.

      * A blank lead time or method on an update keeps what the
      * supplier already has; on an add they fall back to a week
      * and the order file.  Nobody delivers same-day, so a zero
      * lead time reads as blank.
       PROMPT-SUPPLIER-DETAILS.
           MOVE 'N' TO CHANGE-OK-SW.
           DISPLAY 'Enter supplier name: '.
           ACCEPT SUP-NAME OF WORK-SUPPLIER.
           DISPLAY 'Usual lead time in days (blank to keep): '.
           MOVE 0 TO LEAD-DAYS-REPLY.
           ACCEPT LEAD-DAYS-REPLY.
           EVALUATE TRUE
               WHEN LEAD-DAYS-REPLY = 0 AND FOUND-IDX > 0
                   MOVE OLD-LEAD-DAYS TO SUP-LEAD-DAYS OF WORK-SUPPLIER
               WHEN LEAD-DAYS-REPLY = 0
                   MOVE 7 TO SUP-LEAD-DAYS OF WORK-SUPPLIER
               WHEN OTHER
                   MOVE LEAD-DAYS-REPLY
                       TO SUP-LEAD-DAYS OF WORK-SUPPLIER
           END-EVALUATE.
           DISPLAY 'Ordering method - order File/E-mail/Phone? '
               '(F/E/P)'.
           MOVE SPACE TO METHOD-REPLY.
           ACCEPT METHOD-REPLY.
           IF METHOD-REPLY = SPACE AND FOUND-IDX > 0
               MOVE OLD-METHOD TO METHOD-REPLY
           END-IF.
           IF METHOD-REPLY = SPACE
               MOVE 'F' TO METHOD-REPLY
           END-IF.
           MOVE METHOD-REPLY TO SUP-ORDER-METHOD OF WORK-SUPPLIER.
           EVALUATE TRUE
               WHEN SUP-NAME OF WORK-SUPPLIER = SPACES
                   DISPLAY 'A supplier needs a name - no change made'
               WHEN NOT SUP-METHOD-VALID OF WORK-SUPPLIER
                   DISPLAY 'Unrecognized ordering method - no '
                       'change made'
               WHEN OTHER
                   SET CHANGE-OK TO TRUE
           END-EVALUATE.

      * Disabling stops new orders only - open lines already bought
      * from the supplier are still received against as they come.
       DISABLE-SUPPLIER.
           IF FOUND-IDX = 0
               DISPLAY 'Supplier not on file'
           ELSE
               SET SUP-DISABLED OF WORK-SUPPLIER TO TRUE
               SET SC-DISABLED TO TRUE
               PERFORM SAVE-SUPPLIER-CHANGE
               DISPLAY 'Supplier disabled - no new orders'
           END-IF.

       ENABLE-SUPPLIER.
           IF FOUND-IDX = 0
               DISPLAY 'Supplier not on file'
           ELSE
               SET SUP-ACTIVE OF WORK-SUPPLIER TO TRUE
               SET SC-ENABLED TO TRUE
               PERFORM SAVE-SUPPLIER-CHANGE
               DISPLAY 'Supplier enabled'
           END-IF.

       INQUIRE-SUPPLIER.
           IF FOUND-IDX = 0
               DISPLAY 'Supplier not on file'
           ELSE
               MOVE FOUND-IDX TO SCAN-IDX
               PERFORM SHOW-ONE-SUPPLIER
           END-IF.

       LIST-SUPPLIERS.
           IF SUPPLIER-COUNT = 0
               DISPLAY 'No suppliers on file'
           END-IF.
           PERFORM SHOW-ONE-SUPPLIER
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SUPPLIER-COUNT.

       SHOW-ONE-SUPPLIER.
           MOVE SUPPLIER-ENTRY (SCAN-IDX) TO SCAN-SUPPLIER.
           EVALUATE TRUE
               WHEN SUP-BY-EMAIL OF SCAN-SUPPLIER
                   MOVE 'E-MAIL' TO METHOD-LABEL
               WHEN SUP-BY-PHONE OF SCAN-SUPPLIER
                   MOVE 'PHONE' TO METHOD-LABEL
               WHEN OTHER
                   MOVE 'FILE' TO METHOD-LABEL
           END-EVALUATE.
           IF SUP-ACTIVE OF SCAN-SUPPLIER
               DISPLAY SUP-CODE OF SCAN-SUPPLIER ' '
                   SUP-NAME OF SCAN-SUPPLIER ' '
                   SUP-LEAD-DAYS OF SCAN-SUPPLIER ' days ' METHOD-LABEL
                   ' active'
           ELSE
               DISPLAY SUP-CODE OF SCAN-SUPPLIER ' '
                   SUP-NAME OF SCAN-SUPPLIER ' '
                   SUP-LEAD-DAYS OF SCAN-SUPPLIER ' days ' METHOD-LABEL
                   ' DISABLED'
           END-IF.

      * Each change goes to the file and the journal as it is made,
      * so the journal never shows a change the file doesn't hold.
       SAVE-SUPPLIER-CHANGE.
           MOVE WORK-SUPPLIER TO SUPPLIER-ENTRY (FOUND-IDX).
           PERFORM REWRITE-SUPPLIER-FILE.
           PERFORM WRITE-SUPPLIER-CHANGE.

       REWRITE-SUPPLIER-FILE.
           OPEN OUTPUT SUPPLIER-FILE.
           PERFORM WRITE-SUPPLIER-ENTRY
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SUPPLIER-COUNT.
           CLOSE SUPPLIER-FILE.

       WRITE-SUPPLIER-ENTRY.
           MOVE SUPPLIER-ENTRY (SCAN-IDX) TO SUPPLIER-RECORD.
           WRITE SUPPLIER-RECORD.

       WRITE-SUPPLIER-CHANGE.
           MOVE OLD-STATUS TO SC-OLD-STATUS.
           MOVE WORK-SUPPLIER TO SC-NEW-SUPPLIER.
           MOVE FUNCTION CURRENT-DATE (1:14) TO SC-TIMESTAMP.
           MOVE SESSION-INITIALS TO SC-CHANGED-BY.

           OPEN EXTEND SUPPLIER-CHANGE-FILE.
           IF CHANGE-LOG-FS = '35'
               OPEN OUTPUT SUPPLIER-CHANGE-FILE
               CLOSE SUPPLIER-CHANGE-FILE
               OPEN EXTEND SUPPLIER-CHANGE-FILE
           END-IF.

           WRITE SUPPLIER-CHANGE-RECORD.

           CLOSE SUPPLIER-CHANGE-FILE.

       END PROGRAM MAINTAIN-SUPPLIERS.
