       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
               02  MG-CREDIT-MOVED      PIC 9(5)V9(2).
               02  MG-TIMESTAMP         PIC X(14).
               02  MG-OPERATOR          PIC X(03).
               02  MG-AUTHORIZER        PIC X(03).
       WORKING-STORAGE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 DUPLICATE-SEEN-SW      PIC X(01).
               88  DUPLICATE-SEEN        VALUE 'Y'.
           01 DUPLICATE-BALANCE      PIC 9(5)V9(2).
      * Where the duplicate's household cardholders get re-hung:
      * on the survivor, or on the survivor's own primary when the
      * survivor is itself a secondary card.
           01 NEW-PRIMARY-ID         PIC X(10) VALUE SPACES.
           01 LEDGER-EOF-SW          PIC X(01).
               88  LEDGER-EOF            VALUE 'Y'.
           01 ROW-MOVED-SW           PIC X(01).
           01 HOLDS-MOVED            PIC 9(04).
           01 FEES-MOVED             PIC 9(04).
           01 SETTLEMENTS-MOVED      PIC 9(04).
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
           01 CREDIT-REQUEST.
               COPY 'credit-request.cpy'.
      * The operator signing the merge off - a merge can't be
      * undone, so it takes an authorizer whose role may sign it,
      * within any limit on the credit it carries across.
           01 AUTHORIZER-INITIALS    PIC X(03) VALUE SPACES.
           01 DISPLAY-LIMIT          PIC Z(4)9.99.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION.
      * Fold a duplicate sign-up into the member's real account:
      * rentals repointed off the member-id alternate key, holds
           MOVE 'N' TO SURVIVOR-SEEN-SW.
           MOVE 'N' TO DUPLICATE-SEEN-SW.
           MOVE 0 TO DUPLICATE-BALANCE.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               PERFORM CHECK-SURVIVOR
               PERFORM CHECK-DUPLICATE
               CLOSE MEMBERSHIP-FILE
           END-IF.

       CHECK-SURVIVOR.
           MOVE SURVIVOR-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE
               KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SURVIVOR-SEEN TO TRUE
                   MOVE SURVIVOR-ID TO NEW-PRIMARY-ID
                   IF MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                       NOT = SPACES
                       AND MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                           NOT = DUPLICATE-ID
                               MOVE MS-HOUSEHOLD-ID
                                   OF MEMBERSHIP-RECORD
                                   TO NEW-PRIMARY-ID
                   END-IF
           END-READ.

       CHECK-DUPLICATE.
           MOVE DUPLICATE-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE
               KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DUPLICATE-SEEN TO TRUE
                   IF MS-CREDIT-BALANCE OF MEMBERSHIP-RECORD NUMERIC
                       MOVE MS-CREDIT-BALANCE OF MEMBERSHIP-RECORD
                           TO DUPLICATE-BALANCE
                   END-IF
           END-READ.

           DISPLAY 'Fold ' DUPLICATE-ID ' into ' SURVIVOR-ID
               ' - sure? (Y/N)'.
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY = 'Y'
               PERFORM CHECK-MERGE-AUTHORITY
               IF NOT AQ-GRANTED
                   MOVE 'N' TO CONFIRM-REPLY
               END-IF
           END-IF.
           IF CONFIRM-REPLY NOT = 'Y'
               DISPLAY 'Nothing merged'
           ELSE
           END-IF.

      * The duplicate's row survives, lapsed - exactly what
      * MAINTAIN-MEMBER's deactivate does, by a keyed rewrite of
      * the row as it stands after the credit was carried off it.
       LAPSE-DUPLICATE-ROW.
           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               MOVE DUPLICATE-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MS-LAPSED OF MEMBERSHIP-RECORD TO TRUE
                       REWRITE MEMBERSHIP-RECORD
                           INVALID KEY
                               DISPLAY 'Duplicate row NOT lapsed - '
                                   'status ' MEMBER-FS
                       END-REWRITE
               END-READ
               PERFORM START-HOUSEHOLD-PASS
               PERFORM REPOINT-HOUSEHOLD-CARD UNTIL MEMBER-EOF
               CLOSE MEMBERSHIP-FILE
           END-IF.

      * The household ID is not a key, so the cards hanging off
      * the duplicate are found by one pass in member-ID order.
       START-HOUSEHOLD-PASS.
           MOVE 'N' TO MEMBER-EOF-SW.
           MOVE LOW-VALUES TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           START MEMBERSHIP-FILE
               KEY IS NOT LESS THAN MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START.

      * Cards that hung off the duplicate as their household primary
      * follow the rest of its history across, so the family's
      * limits keep being measured together.  The survivor itself,
      * if it was one of those cards, becomes the primary and
      * stands alone.
       REPOINT-HOUSEHOLD-CARD.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                       = DUPLICATE-ID
                           PERFORM REHANG-HOUSEHOLD-CARD
                   END-IF
           END-READ.

       REHANG-HOUSEHOLD-CARD.
           MOVE MEMBERSHIP-RECORD TO WORK-MEMBER.
           IF MS-MEMBER-ID OF WORK-MEMBER = NEW-PRIMARY-ID
               MOVE SPACES TO MS-HOUSEHOLD-ID OF WORK-MEMBER
           ELSE
               MOVE NEW-PRIMARY-ID TO MS-HOUSEHOLD-ID OF WORK-MEMBER
           END-IF.
           MOVE WORK-MEMBER TO MEMBERSHIP-RECORD.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   DISPLAY 'Household card '
                       MS-MEMBER-ID OF WORK-MEMBER
                       ' NOT repointed - status ' MEMBER-FS
           END-REWRITE.

       CHECK-MERGE-AUTHORITY.
           DISPLAY 'Authorizing operator initials: '.
           MOVE SPACES TO AUTHORIZER-INITIALS.
           ACCEPT AUTHORIZER-INITIALS.
           SET AQ-MEMBER-MERGE TO TRUE.
           MOVE AUTHORIZER-INITIALS TO AQ-AUTHORIZER.
           MOVE OPERATOR-INITIALS TO AQ-REQUESTER.
           MOVE DUPLICATE-BALANCE TO AQ-AMOUNT.
           MOVE 'MERGE-MEMBERS' TO AQ-PROGRAM.
           MOVE SPACES TO AQ-STORE-ID.
           CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST.
           MOVE AQ-LIMIT TO DISPLAY-LIMIT.
           EVALUATE TRUE
               WHEN AQ-GRANTED
                   CONTINUE
               WHEN AQ-NOT-ON-FILE
                   DISPLAY 'Authorizing initials not on the '
                       'operator file'
               WHEN AQ-ROLE-TOO-LOW
                   DISPLAY 'Authorizing operator''s role cannot '
                       'sign off a merge'
               WHEN AQ-OVER-LIMIT
                   DISPLAY 'Over the authorizing operator''s $'
                       FUNCTION TRIM(DISPLAY-LIMIT) ' limit'
           END-EVALUATE.

       WRITE-MERGE-LOG.
           MOVE DUPLICATE-ID TO MG-DUPLICATE-ID.
           MOVE DUPLICATE-BALANCE TO MG-CREDIT-MOVED.
           MOVE FUNCTION CURRENT-DATE (1:14) TO MG-TIMESTAMP.
           MOVE OPERATOR-INITIALS TO MG-OPERATOR.
           MOVE AUTHORIZER-INITIALS TO MG-AUTHORIZER.

           OPEN EXTEND MERGE-LOG-FILE.
           IF MERGE-LOG-FS = '35'
