       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-OPERATORS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FS.

           SELECT OPERATOR-CHANGE-FILE
           ASSIGN TO "operator-changes.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
               COPY 'operator-record.cpy'.

      * One line per change to the operator file, old and new role
      * and status both on it - the way the discount ladder journals
      * a discount move - with the initials of whoever made it, so
      * "who made them a manager" has an answer.
       FD OPERATOR-CHANGE-FILE.
           01 OPERATOR-CHANGE-RECORD.
               02  OC-INITIALS          PIC X(03).
               02  OC-ACTION            PIC X(01).
                   88  OC-ADDED             VALUE 'A'.
                   88  OC-UPDATED           VALUE 'U'.
                   88  OC-DISABLED          VALUE 'D'.
                   88  OC-ENABLED           VALUE 'E'.
               02  OC-OLD-ROLE          PIC X(01).
               02  OC-NEW-ROLE          PIC X(01).
               02  OC-OLD-STATUS        PIC X(01).
               02  OC-NEW-STATUS        PIC X(01).
               02  OC-NEW-NAME          PIC X(30).
               02  OC-TIMESTAMP         PIC X(14).
               02  OC-CHANGED-BY        PIC X(03).
               02  OC-NEW-MEMBER-ID     PIC X(10).
       WORKING-STORAGE SECTION.
           01 OPERATOR-FS            PIC 9(02).
           01 CHANGE-LOG-FS          PIC 9(02).
           01 OPERATOR-EOF-SW        PIC X(01) VALUE 'N'.
               88  OPERATOR-EOF          VALUE 'Y'.
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 ACTION-CODE            PIC X(01) VALUE SPACES.
               88  ADD-ACTION            VALUE 'A'.
               88  UPDATE-ACTION         VALUE 'U'.
               88  DISABLE-ACTION        VALUE 'D'.
               88  ENABLE-ACTION         VALUE 'E'.
               88  INQUIRE-ACTION        VALUE 'I'.
               88  LIST-ACTION           VALUE 'L'.
           01 TARGET-INITIALS        PIC X(03) VALUE SPACES.
           01 SESSION-INITIALS       PIC X(03) VALUE SPACES.
           01 ROLE-REPLY             PIC X(01) VALUE SPACES.
           01 OLD-ROLE               PIC X(01) VALUE SPACES.
           01 OLD-STATUS             PIC X(01) VALUE SPACES.
           01 MEMBER-ID-REPLY        PIC X(10) VALUE SPACES.
           01 FOUND-IDX              PIC 9(04) VALUE 0 COMP.
           01 SCAN-IDX               PIC 9(04) VALUE 0 COMP.
           01 OPERATOR-COUNT         PIC 9(04) VALUE 0 COMP.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.
           01 MANAGER-COUNT          PIC 9(04) VALUE 0 COMP.
           01 MANAGERS-BEFORE        PIC 9(04) VALUE 0 COMP.
           01 CHANGE-OK-SW           PIC X(01).
               88  CHANGE-OK             VALUE 'Y'.
           01 SIGN-ON-SW             PIC X(01) VALUE 'N'.
               88  SIGNED-ON             VALUE 'Y'.
           01 ROLE-LABEL             PIC X(10) VALUE SPACES.
      * One operator, unpacked for field access - rows ride the
      * table below as raw record images, the way MAINTAIN-MEMBER
      * carries membership rows.
           01 WORK-OPERATOR.
               COPY 'operator-record.cpy'.
           01 SCAN-OPERATOR.
               COPY 'operator-record.cpy'.
           01 OPERATOR-TABLE.
               02  OPERATOR-ENTRY OCCURS 500 TIMES PIC X(45).
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION.
      * Add, update, disable, enable, inquire on and list counter
      * operators without anyone hand-editing operators.dat.  The
      * role is what AUTHORIZE-ACTION checks before an override, a
      * refund, a waiver, a merge or a write-off goes through, so
      * changing it takes the operator-file authority (a manager,
      * unless the limits file says otherwise), and every change is
      * journaled with who made it.  A shop with no active manager
      * yet - a new file, or one from before roles - lets the first
      * session in unchecked so somebody can be made manager; the
      * file is never allowed to go from having an active manager
      * to having none.
       MAIN-PROCEDURE.
           PERFORM LOAD-OPERATOR-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' operators did '
                   'not fit the work table - no changes allowed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SIGN-ON-OPERATOR.
           IF NOT SIGNED-ON
               DISPLAY 'Operator file changes need the operator-'
                   'file authority - see the manager'
               STOP RUN
           END-IF.

           PERFORM LOOP UNTIL AGAIN = 'N'.
           STOP RUN.

      * The file may not exist yet in a fresh shop - an empty table
      * and a first add will create it.
       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FS = '00'
               PERFORM LOAD-OPERATOR-ENTRY UNTIL OPERATOR-EOF
               CLOSE OPERATOR-FILE
           END-IF.

       LOAD-OPERATOR-ENTRY.
           READ OPERATOR-FILE
               AT END
                   SET OPERATOR-EOF TO TRUE
               NOT AT END
                   IF OPERATOR-COUNT < 500
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPERATOR-RECORD
                           TO OPERATOR-ENTRY (OPERATOR-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.

       SIGN-ON-OPERATOR.
           DISPLAY 'Operator initials: '.
           ACCEPT SESSION-INITIALS.
           MOVE 0 TO FOUND-IDX.
           PERFORM COUNT-ACTIVE-MANAGERS.
           IF MANAGER-COUNT = 0
               DISPLAY 'No active manager on the operator file - '
                   'signed on unchecked; set one up first'
               SET SIGNED-ON TO TRUE
           ELSE
               SET AQ-OPERATOR-UPKEEP TO TRUE
               MOVE SESSION-INITIALS TO AQ-AUTHORIZER
               MOVE SESSION-INITIALS TO AQ-REQUESTER
               MOVE 0 TO AQ-AMOUNT
               MOVE 'MAINTAIN-OPERATORS' TO AQ-PROGRAM
               MOVE SPACES TO AQ-STORE-ID
               CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST
               IF AQ-GRANTED
                   SET SIGNED-ON TO TRUE
               END-IF
           END-IF.

       LOOP.
           DISPLAY 'Action - Add/Update/Disable/Enable/Inquire/'
               'List? (A/U/D/E/I/L)'.
           ACCEPT ACTION-CODE.
           IF LIST-ACTION
               PERFORM LIST-OPERATORS
           ELSE
               DISPLAY 'Enter operator initials: '
               ACCEPT TARGET-INITIALS
               PERFORM FIND-OPERATOR-ENTRY
               EVALUATE TRUE
                   WHEN ADD-ACTION
                       PERFORM ADD-OPERATOR
                   WHEN UPDATE-ACTION
                       PERFORM UPDATE-OPERATOR
                   WHEN DISABLE-ACTION
                       PERFORM DISABLE-OPERATOR
                   WHEN ENABLE-ACTION
                       PERFORM ENABLE-OPERATOR
                   WHEN INQUIRE-ACTION
                       PERFORM INQUIRE-OPERATOR
                   WHEN OTHER
                       DISPLAY 'Unrecognized action - no change made'
               END-EVALUATE
           END-IF.

           DISPLAY 'Another? (Y/N)'.
           ACCEPT AGAIN.

       FIND-OPERATOR-ENTRY.
           MOVE 0 TO FOUND-IDX.
           PERFORM SCAN-OPERATOR-TABLE
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > OPERATOR-COUNT OR FOUND-IDX > 0.
           IF FOUND-IDX > 0
               MOVE OPERATOR-ENTRY (FOUND-IDX) TO WORK-OPERATOR
               MOVE OP-ROLE OF WORK-OPERATOR TO OLD-ROLE
               MOVE OP-STATUS OF WORK-OPERATOR TO OLD-STATUS
           END-IF.

       SCAN-OPERATOR-TABLE.
           MOVE OPERATOR-ENTRY (SCAN-IDX) TO SCAN-OPERATOR.
           IF OP-INITIALS OF SCAN-OPERATOR = TARGET-INITIALS
               MOVE SCAN-IDX TO FOUND-IDX
           END-IF.

       ADD-OPERATOR.
           EVALUATE TRUE
               WHEN TARGET-INITIALS = SPACES
                   DISPLAY 'An operator needs initials'
               WHEN FOUND-IDX > 0
                   DISPLAY 'Operator already on file - use Update'
               WHEN OPERATOR-COUNT >= 500
                   DISPLAY 'Operator table full - cannot add'
               WHEN OTHER
                   MOVE SPACES TO WORK-OPERATOR
                   MOVE TARGET-INITIALS TO OP-INITIALS OF WORK-OPERATOR
                   SET OP-ACTIVE OF WORK-OPERATOR TO TRUE
                   MOVE SPACE TO OLD-ROLE
                   MOVE SPACE TO OLD-STATUS
                   PERFORM PROMPT-OPERATOR-DETAILS
                   IF CHANGE-OK
                       ADD 1 TO OPERATOR-COUNT
                       MOVE OPERATOR-COUNT TO FOUND-IDX
                       SET OC-ADDED TO TRUE
                       PERFORM SAVE-OPERATOR-CHANGE
                       DISPLAY 'Operator added'
                   END-IF
           END-EVALUATE.

       UPDATE-OPERATOR.
           IF FOUND-IDX = 0
               DISPLAY 'Operator not on file'
           ELSE
               PERFORM PROMPT-OPERATOR-DETAILS
               IF CHANGE-OK
                   PERFORM CHECK-MANAGER-KEPT
               END-IF
               IF CHANGE-OK
                   SET OC-UPDATED TO TRUE
                   PERFORM SAVE-OPERATOR-CHANGE
                   DISPLAY 'Operator updated'
               END-IF
           END-IF.

      * The role is asked, not assumed - a blank reply on an update
      * keeps the role the operator already has.  The same goes for
      * the operator's own member ID, which loss prevention's own-
      * rental waiver check keys on; a - takes it off.
       PROMPT-OPERATOR-DETAILS.
           MOVE 'N' TO CHANGE-OK-SW.
           DISPLAY 'Enter operator name: '.
           ACCEPT OP-NAME OF WORK-OPERATOR.
           DISPLAY 'Role - Clerk/Supervisor/Manager? (C/S/M)'.
           MOVE SPACE TO ROLE-REPLY.
           ACCEPT ROLE-REPLY.
           IF ROLE-REPLY = SPACE AND FOUND-IDX > 0
               MOVE OLD-ROLE TO ROLE-REPLY
           END-IF.
           IF ROLE-REPLY = SPACE
               MOVE 'C' TO ROLE-REPLY
           END-IF.
           MOVE ROLE-REPLY TO OP-ROLE OF WORK-OPERATOR.
           MOVE SPACES TO MEMBER-ID-REPLY.
           IF FOUND-IDX > 0
               DISPLAY 'Operator''s own member ID (blank to keep '
                   FUNCTION TRIM(OP-MEMBER-ID OF WORK-OPERATOR)
                   ', - to clear): '
           ELSE
               DISPLAY 'Operator''s own member ID (blank for none): '
           END-IF.
           ACCEPT MEMBER-ID-REPLY.
           EVALUATE TRUE
               WHEN MEMBER-ID-REPLY = SPACES
                   CONTINUE
               WHEN MEMBER-ID-REPLY = '-'
                   MOVE SPACES TO OP-MEMBER-ID OF WORK-OPERATOR
               WHEN OTHER
                   MOVE MEMBER-ID-REPLY TO OP-MEMBER-ID OF WORK-OPERATOR
           END-EVALUATE.
           IF OP-NAME OF WORK-OPERATOR = SPACES
               DISPLAY 'An operator needs a name - no change made'
           ELSE
               IF OP-ROLE-VALID OF WORK-OPERATOR
                   SET CHANGE-OK TO TRUE
               ELSE
                   DISPLAY 'Unrecognized role - no change made'
               END-IF
           END-IF.

       DISABLE-OPERATOR.
           IF FOUND-IDX = 0
               DISPLAY 'Operator not on file'
           ELSE
               SET OP-DISABLED OF WORK-OPERATOR TO TRUE
               SET CHANGE-OK TO TRUE
               PERFORM CHECK-MANAGER-KEPT
               IF CHANGE-OK
                   SET OC-DISABLED TO TRUE
                   PERFORM SAVE-OPERATOR-CHANGE
                   DISPLAY 'Operator disabled - sign-on and '
                       'authorizations no longer work'
               END-IF
           END-IF.

       ENABLE-OPERATOR.
           IF FOUND-IDX = 0
               DISPLAY 'Operator not on file'
           ELSE
               SET OP-ACTIVE OF WORK-OPERATOR TO TRUE
               SET OC-ENABLED TO TRUE
               PERFORM SAVE-OPERATOR-CHANGE
               DISPLAY 'Operator enabled'
           END-IF.

      * Demoting or disabling the last active manager would leave
      * nobody able to sign the sensitive actions off, or to put it
      * right here - refused.
       CHECK-MANAGER-KEPT.
           PERFORM COUNT-ACTIVE-MANAGERS.
           MOVE MANAGER-COUNT TO MANAGERS-BEFORE.
           IF OLD-STATUS = 'A' AND OLD-ROLE = 'M'
               ADD 1 TO MANAGERS-BEFORE
           END-IF.
           IF OP-ACTIVE OF WORK-OPERATOR
               AND OP-MANAGER OF WORK-OPERATOR
                   ADD 1 TO MANAGER-COUNT
           END-IF.
           IF MANAGERS-BEFORE > 0 AND MANAGER-COUNT = 0
               MOVE 'N' TO CHANGE-OK-SW
               DISPLAY 'That would leave no active manager - '
                   'no change made'
           END-IF.

      * Active managers on the table, leaving out the row at
      * FOUND-IDX (zero leaves out nothing).
       COUNT-ACTIVE-MANAGERS.
           MOVE 0 TO MANAGER-COUNT.
           PERFORM COUNT-ONE-MANAGER
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > OPERATOR-COUNT.

       COUNT-ONE-MANAGER.
           MOVE OPERATOR-ENTRY (SCAN-IDX) TO SCAN-OPERATOR.
           IF SCAN-IDX NOT = FOUND-IDX
               AND OP-ACTIVE OF SCAN-OPERATOR
               AND OP-MANAGER OF SCAN-OPERATOR
                   ADD 1 TO MANAGER-COUNT
           END-IF.

       INQUIRE-OPERATOR.
           IF FOUND-IDX = 0
               DISPLAY 'Operator not on file'
           ELSE
               MOVE FOUND-IDX TO SCAN-IDX
               PERFORM SHOW-ONE-OPERATOR
           END-IF.

       LIST-OPERATORS.
           IF OPERATOR-COUNT = 0
               DISPLAY 'No operators on file'
           END-IF.
           PERFORM SHOW-ONE-OPERATOR
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > OPERATOR-COUNT.

       SHOW-ONE-OPERATOR.
           MOVE OPERATOR-ENTRY (SCAN-IDX) TO SCAN-OPERATOR.
           EVALUATE TRUE
               WHEN OP-MANAGER OF SCAN-OPERATOR
                   MOVE 'MANAGER' TO ROLE-LABEL
               WHEN OP-SUPERVISOR OF SCAN-OPERATOR
                   MOVE 'SUPERVISOR' TO ROLE-LABEL
               WHEN OTHER
                   MOVE 'CLERK' TO ROLE-LABEL
           END-EVALUATE.
           IF OP-ACTIVE OF SCAN-OPERATOR
               DISPLAY OP-INITIALS OF SCAN-OPERATOR ' '
                   OP-NAME OF SCAN-OPERATOR ' ' ROLE-LABEL
                   ' active ' OP-MEMBER-ID OF SCAN-OPERATOR
           ELSE
               DISPLAY OP-INITIALS OF SCAN-OPERATOR ' '
                   OP-NAME OF SCAN-OPERATOR ' ' ROLE-LABEL
                   ' DISABLED ' OP-MEMBER-ID OF SCAN-OPERATOR
           END-IF.

      * Each change goes to the file and the journal as it is made,
      * so the journal never shows a change the file doesn't hold.
       SAVE-OPERATOR-CHANGE.
           MOVE WORK-OPERATOR TO OPERATOR-ENTRY (FOUND-IDX).
           PERFORM REWRITE-OPERATOR-FILE.
           PERFORM WRITE-OPERATOR-CHANGE.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM WRITE-OPERATOR-ENTRY
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > OPERATOR-COUNT.
           CLOSE OPERATOR-FILE.

       WRITE-OPERATOR-ENTRY.
           MOVE OPERATOR-ENTRY (SCAN-IDX) TO OPERATOR-RECORD.
           WRITE OPERATOR-RECORD.

       WRITE-OPERATOR-CHANGE.
           MOVE OP-INITIALS OF WORK-OPERATOR TO OC-INITIALS.
           MOVE OLD-ROLE TO OC-OLD-ROLE.
           MOVE OP-ROLE OF WORK-OPERATOR TO OC-NEW-ROLE.
           MOVE OLD-STATUS TO OC-OLD-STATUS.
           MOVE OP-STATUS OF WORK-OPERATOR TO OC-NEW-STATUS.
           MOVE OP-NAME OF WORK-OPERATOR TO OC-NEW-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OC-TIMESTAMP.
           MOVE SESSION-INITIALS TO OC-CHANGED-BY.
           MOVE OP-MEMBER-ID OF WORK-OPERATOR TO OC-NEW-MEMBER-ID.

           OPEN EXTEND OPERATOR-CHANGE-FILE.
           IF CHANGE-LOG-FS = '35'
               OPEN OUTPUT OPERATOR-CHANGE-FILE
               CLOSE OPERATOR-CHANGE-FILE
               OPEN EXTEND OPERATOR-CHANGE-FILE
           END-IF.

           WRITE OPERATOR-CHANGE-RECORD.

           CLOSE OPERATOR-CHANGE-FILE.

       END PROGRAM MAINTAIN-OPERATORS.
