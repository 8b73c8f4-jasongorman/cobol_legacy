           01 MEMBER-ID              PIC X(10) VALUE SPACES.
           01 TODAY-DATE             PIC 9(08).
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 ACTION-CODE            PIC X(01) VALUE SPACES.
               88  PAY-ACTION            VALUE 'P'.
               88  WAIVE-ACTION          VALUE 'W'.
           01 DISPLAY-AMOUNT         PIC ZZZ9.99.
           01 DISPLAY-BALANCE        PIC Z(5)9.99.
           01 MEMBER-BALANCE         PIC 9(6)V9(2) VALUE 0.
      * The operator signing a waiver off - vetted for the role and
      * the waiver's size, and the initials the waiver carries.
           01 AUTHORIZER-INITIALS    PIC X(03) VALUE SPACES.
           01 DISPLAY-LIMIT          PIC Z(4)9.99.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.

      * The member's open fees, assessed amount and what is still
      * open on each after the settlements already on file - built
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operator initials: '.
           ACCEPT OPERATOR-INITIALS.
           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           STOP RUN.

           END-IF.

      * A waiver wipes whatever is still open on the fee - half
      * measures are a payment, not a waiver.  It needs an
      * authorizer whose role may waive that much.
       TAKE-WAIVER.
           DISPLAY 'Waiver reason: '.
           ACCEPT WAIVER-REASON.
               DISPLAY 'A waiver needs a reason - no fee settled'
           ELSE
               MOVE OF-OPEN-AMOUNT (FEE-IDX) TO SETTLE-AMOUNT
               PERFORM CHECK-WAIVER-AUTHORITY
               IF AQ-GRANTED
                   PERFORM WRITE-SETTLEMENT-RECORD
                   MOVE SETTLE-AMOUNT TO DISPLAY-AMOUNT
                   DISPLAY 'Waiver of $'
                       FUNCTION TRIM(DISPLAY-AMOUNT) ' recorded'
               ELSE
                   DISPLAY 'Waiver not authorized - no fee settled'
               END-IF
           END-IF.

       CHECK-WAIVER-AUTHORITY.
           DISPLAY 'Authorizing operator initials: '.
           MOVE SPACES TO AUTHORIZER-INITIALS.
           ACCEPT AUTHORIZER-INITIALS.
           SET AQ-FEE-WAIVER TO TRUE.
           MOVE AUTHORIZER-INITIALS TO AQ-AUTHORIZER.
           MOVE OPERATOR-INITIALS TO AQ-REQUESTER.
           MOVE SETTLE-AMOUNT TO AQ-AMOUNT.
           MOVE 'COLLECT-FEES' TO AQ-PROGRAM.
           MOVE STORE-ID TO AQ-STORE-ID.
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
                       'sign off a waiver'
               WHEN AQ-OVER-LIMIT
                   DISPLAY 'Over the authorizing operator''s $'
                       FUNCTION TRIM(DISPLAY-LIMIT) ' limit'
           END-EVALUATE.

       WRITE-SETTLEMENT-RECORD.
           MOVE MEMBER-ID TO FSET-MEMBER-ID.
           MOVE OF-IMDB-ID (FEE-IDX) TO FSET-IMDB-ID.
           MOVE WAIVER-REASON TO FSET-REASON.
           MOVE TODAY-DATE TO FSET-SETTLED-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO FSET-TIMESTAMP.
           IF PAY-ACTION
               MOVE OPERATOR-INITIALS TO FSET-OPERATOR
           ELSE
               MOVE AUTHORIZER-INITIALS TO FSET-OPERATOR
           END-IF.
           MOVE STORE-ID TO FSET-STORE-ID.

           OPEN EXTEND FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '35'
