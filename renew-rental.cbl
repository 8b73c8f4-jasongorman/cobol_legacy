       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEW-RENTAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT COUNTER-LIMITS-FILE ASSIGN TO "counter-limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIMITS-FS.

           SELECT LOAN-PERIOD-FILE ASSIGN TO "loan-periods.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOAN-FS.

           SELECT TAX-RATE-FILE ASSIGN TO "tax-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-FS.

           SELECT PRICE-AUDIT-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD FEES-OWED-FILE.
           01 FEE-OWED-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD COUNTER-LIMITS-FILE.
           01 COUNTER-LIMITS-RECORD.
               COPY 'counter-limits-record.cpy'.

       FD LOAN-PERIOD-FILE.
           01 LOAN-PERIOD-RECORD.
               COPY 'loan-period-record.cpy'.

       FD TAX-RATE-FILE.
           01 TAX-RATE-RECORD.
               COPY 'tax-rate-record.cpy'.

       FD PRICE-AUDIT-FILE.
           01 PRICE-AUDIT-RECORD.
               COPY 'price-audit-record.cpy'.
       WORKING-STORAGE SECTION.
           01 RENTAL-FS              PIC 9(02).
           01 FS                     PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 MEMBER-FS              PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 LIMITS-FS              PIC 9(02).
           01 LOAN-FS                PIC 9(02).
           01 TAX-FS                 PIC 9(02).
           01 AUDIT-FS               PIC 9(02).
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 MEMBER-ID              PIC X(10) VALUE SPACES.
           01 IMDB-ID                PIC X(10) VALUE SPACES.
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
           01 CALENDAR-REQUEST.
               COPY 'calendar-request.cpy'.
           01 CREDIT-REQUEST.
               COPY 'credit-request.cpy'.
           01 MEMBER-EOF-SW          PIC X(01).
               88  MEMBER-EOF            VALUE 'Y'.
           01 MEMBER-ROW-SW          PIC X(01).
               88  MEMBER-ON-FILE        VALUE 'Y'.
           01 STANDING-MEMBER.
               COPY 'membership-record.cpy'.
      * The member's household, gathered the way the rental counter
      * gathers it - the fee cap is the household's, so an
      * extension on one card is refused while another card owes.
           01 HOUSEHOLD-ID           PIC X(10) VALUE SPACES.
           01 HOUSEHOLD-COUNT        PIC 9(02) VALUE 0 COMP.
           01 HOUSEHOLD-IDX          PIC 9(02) VALUE 0 COMP.
           01 HOUSEHOLD-TABLE.
               02  HOUSEHOLD-MEMBER OCCURS 10 TIMES PIC X(10).
           01 HOUSEHOLD-MATCH-SW     PIC X(01).
               88  IN-HOUSEHOLD          VALUE 'Y'.
           01 HOUSEHOLD-CANDIDATE    PIC X(10).
           01 FEE-BALANCE            PIC S9(6)V9(2).
           01 DISPLAY-BALANCE        PIC Z(5)9.99.
           01 FEES-EOF-SW            PIC X(01).
               88  FEES-EOF              VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
      * The fee cap and the renewal cap off the counter-limits file,
      * the newest already-effective row winning.  A row loaded
      * before the renewal cap existed leaves it at the default.
           01 LIMITS-EOF-SW          PIC X(01).
               88  LIMITS-EOF            VALUE 'Y'.
           01 BEST-LIMITS-DATE       PIC 9(08).
           01 FEE-BALANCE-CAP        PIC 9(4)V9(2) VALUE 10.00.
           01 MAX-RENEWALS           PIC 9(02) VALUE 2.
      * The member's open rentals, collected off the member-id path
      * so the clerk picks the one being renewed from a numbered
      * list.
           01 RENTAL-EOF-SW          PIC X(01).
               88  RENTAL-EOF            VALUE 'Y'.
           01 OPEN-LIST-COUNT        PIC 9(02) VALUE 0 COMP.
           01 OPEN-IDX               PIC 9(02) VALUE 0 COMP.
           01 OPEN-RENTAL-TABLE.
               02  OPEN-RENTAL-ENTRY OCCURS 20 TIMES.
                   03  OR-IMDB-ID          PIC X(10).
                   03  OR-OUT-STAMP        PIC X(14).
                   03  OR-DUE-DATE         PIC 9(08).
                   03  OR-RENEWALS         PIC 9(02).
                   03  OR-STORE-ID         PIC X(04).
           01 PICK-NUMBER            PIC 9(02) VALUE 0.
           01 CONFIRM-REPLY          PIC X(01) VALUE SPACES.
           01 RENEWALS-SO-FAR        PIC 9(02) VALUE 0.
           01 QUEUE-EOF-SW           PIC X(01).
               88  QUEUE-EOF             VALUE 'Y'.
           01 WAITING-COUNT          PIC 9(03) VALUE 0.
           01 RENEWAL-OK-SW          PIC X(01).
               88  RENEWAL-OK            VALUE 'Y'.
           01 RENEWAL-SAVED-SW       PIC X(01).
               88  RENEWAL-SAVED         VALUE 'Y'.
           01 OLD-DUE-DATE           PIC 9(08).
           01 NEW-DUE-DATE           PIC 9(08).
      * The loan-period schedule, loaded once a session and matched
      * per title exactly as RENT-MOVIE matches it at checkout.
           01 LOAN-EOF-SW            PIC X(01).
               88  LOAN-EOF              VALUE 'Y'.
           01 LOAN-ROW-COUNT         PIC 9(02) VALUE 0 COMP.
           01 LOAN-IDX               PIC 9(02) VALUE 0 COMP.
           01 LOAN-TABLE.
               02  LOAN-SLOT OCCURS 50 TIMES.
                   03  SLOT-LOAN-TIER      PIC X(01).
                   03  SLOT-LOAN-GENRE     PIC X(12).
                   03  SLOT-LOAN-DAYS      PIC 9(02).
                   03  SLOT-LOAN-DATE      PIC 9(08).
           01 RENTAL-PERIOD-DAYS     PIC 9(02) VALUE 7.
           01 TITLE-TIER-CODE        PIC X(01).
           01 BEST-LOAN-SCORE        PIC 9(01).
           01 BEST-LOAN-DATE         PIC 9(08).
           01 SLOT-LOAN-SCORE        PIC 9(01).
      * Pricing the extension - the same engine call, tax and store
      * credit offer the counter makes for a checkout.
           01 PRICE                  PIC 9(2)V9(2).
           01 DISPLAY-PRICE          PIC Z9.99.
           01 READ-MODULE            PIC X(30) VALUE 'READ-MOVIE'.
           01 LOOKUP-STATUS.
               COPY 'movie-lookup-status.cpy'.
           01 PRICE-STATUS.
               COPY 'movie-price-status.cpy'.
           01 CURRENCY-CODE          PIC X(03) VALUE 'USD'.
           01 TIER-NAME              PIC X(11).
           01 MEDIA-FORMAT           PIC X(01) VALUE SPACES.
           01 PRICED-STAMP           PIC X(21) VALUE SPACES.
           01 CHARGE-AMOUNT          PIC 9(4)V9(2) VALUE 0.
           01 TAX-EOF-SW             PIC X(01).
               88  TAX-EOF               VALUE 'Y'.
           01 BEST-TAX-DATE          PIC 9(08).
           01 STORE-TAX-RATE         PIC 9(2)V9(3) VALUE 0.
           01 TAX-AMOUNT             PIC 9(4)V9(2) VALUE 0.
           01 TOTAL-WITH-TAX         PIC 9(4)V9(2) VALUE 0.
           01 DISPLAY-TAX            PIC ZZZ9.99.
           01 CREDIT-REPLY           PIC X(01) VALUE SPACES.
           01 DISPLAY-CREDIT         PIC Z(4)9.99.
       PROCEDURE DIVISION.
      * Another couple of nights without bringing the disc back.
      * A member who rings up (or asks at the counter) used to be
      * told to come in, return it and rent it again - which needed
      * the disc on the counter and closed out the rental's ledger
      * row.  Now the open rental's due date is simply pushed out by
      * the title's loan period, rolled past closed days the way a
      * checkout's is, and the extension is priced through the
      * engine like a fresh rental so it lands on the price trail
      * as its own charge.  The title's queue comes first: a title
      * with members WAITING for it is not renewed, and neither is
      * a household over the fee cap, a rental already overdue (the
      * late days are owed, not renewable) or one already renewed
      * as often as the counter-limits file allows.
      * The ledger is written under the counter's session lock and
      * the short-held update token, like every other counter
      * update.
       MAIN-PROCEDURE.
           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Catalog is in use - try again shortly'
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operator initials: '.
           ACCEPT OPERATOR-INITIALS.
           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.
           PERFORM LOOK-UP-COUNTER-LIMITS.
           PERFORM LOAD-LOAN-PERIODS.
           PERFORM LOOK-UP-STORE-TAX-RATE.

           OPEN I-O RENTAL-FILE.
           IF RENTAL-FS NOT = '00'
               DISPLAY 'No rentals ledger on file - nothing to renew'
               PERFORM RELEASE-MOVIE-LOCK
               STOP RUN
           END-IF.
           OPEN INPUT MOVIE-FILE.
           OPEN INPUT HOLDS-FILE.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           CLOSE RENTAL-FILE.
           CLOSE MOVIE-FILE.
           IF HOLD-FS = '00'
               CLOSE HOLDS-FILE
           END-IF.
           PERFORM RELEASE-MOVIE-LOCK.
           STOP RUN.

       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'RENEW-RENTAL' TO LOCK-CALLER.
           SET LOCK-PROMPT-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'RENEW-RENTAL' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       LOOP.
           DISPLAY 'Enter member ID: '.
           ACCEPT MEMBER-ID.

           PERFORM FIND-MEMBER-ROW.
           IF NOT MEMBER-ON-FILE
               DISPLAY 'Member ' MEMBER-ID ' not on file'
           ELSE
               PERFORM CHECK-FEE-STANDING
           END-IF.

           DISPLAY 'Another member? (Y/N)'.
           ACCEPT AGAIN.

      * The fee cap is checked before anything is listed - a
      * household over it renews nothing until it pays down.
       CHECK-FEE-STANDING.
           PERFORM LOAD-HOUSEHOLD-MEMBERS.
           PERFORM TOTAL-FEE-BALANCE.
           IF FEE-BALANCE > FEE-BALANCE-CAP
               MOVE FEE-BALANCE TO DISPLAY-BALANCE
               DISPLAY 'Household owes $'
                   FUNCTION TRIM(DISPLAY-BALANCE)
                   ' - over the fee limit, no renewals until paid'
           ELSE
               PERFORM LIST-OPEN-RENTALS
               IF OPEN-LIST-COUNT > 0
                   PERFORM PICK-RENTAL-TO-RENEW
               END-IF
           END-IF.

       FIND-MEMBER-ROW.
           MOVE 'N' TO MEMBER-ROW-SW.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               MOVE MEMBER-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBERSHIP-RECORD TO STANDING-MEMBER
                       SET MEMBER-ON-FILE TO TRUE
               END-READ
               CLOSE MEMBERSHIP-FILE
           END-IF.

       LOAD-HOUSEHOLD-MEMBERS.
           IF MS-HOUSEHOLD-ID OF STANDING-MEMBER = SPACES
               MOVE MEMBER-ID TO HOUSEHOLD-ID
           ELSE
               MOVE MS-HOUSEHOLD-ID OF STANDING-MEMBER
                   TO HOUSEHOLD-ID
           END-IF.
           MOVE 0 TO HOUSEHOLD-COUNT.
           MOVE 'N' TO MEMBER-EOF-SW.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               MOVE LOW-VALUES TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               START MEMBERSHIP-FILE
                   KEY IS NOT LESS THAN
                       MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       SET MEMBER-EOF TO TRUE
               END-START
               PERFORM SCAN-HOUSEHOLD-ROW UNTIL MEMBER-EOF
               CLOSE MEMBERSHIP-FILE
           END-IF.
           IF HOUSEHOLD-COUNT = 0
               MOVE 1 TO HOUSEHOLD-COUNT
               MOVE MEMBER-ID TO HOUSEHOLD-MEMBER (1)
           END-IF.

       SCAN-HOUSEHOLD-ROW.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF (MS-MEMBER-ID OF MEMBERSHIP-RECORD
                       = HOUSEHOLD-ID
                       OR MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                           = HOUSEHOLD-ID)
                       AND HOUSEHOLD-COUNT < 10
                           ADD 1 TO HOUSEHOLD-COUNT
                           MOVE MS-MEMBER-ID OF MEMBERSHIP-RECORD
                               TO HOUSEHOLD-MEMBER (HOUSEHOLD-COUNT)
                   END-IF
           END-READ.

       CHECK-HOUSEHOLD-MEMBER.
           MOVE 'N' TO HOUSEHOLD-MATCH-SW.
           PERFORM MATCH-HOUSEHOLD-MEMBER
               VARYING HOUSEHOLD-IDX FROM 1 BY 1
               UNTIL HOUSEHOLD-IDX > HOUSEHOLD-COUNT
                   OR IN-HOUSEHOLD.

       MATCH-HOUSEHOLD-MEMBER.
           IF HOUSEHOLD-MEMBER (HOUSEHOLD-IDX) = HOUSEHOLD-CANDIDATE
               SET IN-HOUSEHOLD TO TRUE
           END-IF.

      * Assessed fees less what COLLECT-FEES has settled, the same
      * netting the counter measures against the cap.
       TOTAL-FEE-BALANCE.
           MOVE 0 TO FEE-BALANCE.

           MOVE 'N' TO FEES-EOF-SW.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM ADD-ONE-FEE UNTIL FEES-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM LESS-ONE-SETTLEMENT UNTIL SETTLE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

           IF FEE-BALANCE < 0
               MOVE 0 TO FEE-BALANCE
           END-IF.

       ADD-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET FEES-EOF TO TRUE
               NOT AT END
                   MOVE FEE-MEMBER-ID TO HOUSEHOLD-CANDIDATE
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF IN-HOUSEHOLD
                       ADD FEE-AMOUNT TO FEE-BALANCE
                   END-IF
           END-READ.

       LESS-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   MOVE FSET-MEMBER-ID TO HOUSEHOLD-CANDIDATE
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF IN-HOUSEHOLD
                       SUBTRACT FSET-AMOUNT FROM FEE-BALANCE
                   END-IF
           END-READ.

      * Only this card's rentals are offered - the household shares
      * the fee cap, but a renewal is the cardholder's own ask.
       LIST-OPEN-RENTALS.
           MOVE 0 TO OPEN-LIST-COUNT.
           MOVE 'N' TO RENTAL-EOF-SW.
           MOVE MEMBER-ID TO RENTAL-MEMBER-ID.
           START RENTAL-FILE KEY IS = RENTAL-MEMBER-ID
               INVALID KEY
                   SET RENTAL-EOF TO TRUE
           END-START.
           PERFORM COLLECT-ONE-RENTAL UNTIL RENTAL-EOF.

           IF OPEN-LIST-COUNT = 0
               DISPLAY 'No open rentals for member ' MEMBER-ID
           ELSE
               DISPLAY 'Open rentals for member ' MEMBER-ID ':'
               PERFORM SHOW-ONE-RENTAL
                   VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-LIST-COUNT
           END-IF.

       COLLECT-ONE-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET RENTAL-EOF TO TRUE
               NOT AT END
                   IF RENTAL-MEMBER-ID NOT = MEMBER-ID
                       SET RENTAL-EOF TO TRUE
                   ELSE
                       IF RENTAL-OPEN
                           AND OPEN-LIST-COUNT < 20
                               PERFORM NOTE-OPEN-RENTAL
                       END-IF
                   END-IF
           END-READ.

       NOTE-OPEN-RENTAL.
           ADD 1 TO OPEN-LIST-COUNT.
           MOVE RENTAL-IMDB-ID TO OR-IMDB-ID (OPEN-LIST-COUNT).
           MOVE RENTAL-OUT-STAMP TO OR-OUT-STAMP (OPEN-LIST-COUNT).
           MOVE RENTAL-DUE-DATE TO OR-DUE-DATE (OPEN-LIST-COUNT).
           MOVE RENTAL-STORE-ID TO OR-STORE-ID (OPEN-LIST-COUNT).
           IF RENTAL-STORE-ID = SPACES
               MOVE 'ST01' TO OR-STORE-ID (OPEN-LIST-COUNT)
           END-IF.
           IF RENTAL-RENEWAL-COUNT NUMERIC
               MOVE RENTAL-RENEWAL-COUNT
                   TO OR-RENEWALS (OPEN-LIST-COUNT)
           ELSE
               MOVE 0 TO OR-RENEWALS (OPEN-LIST-COUNT)
           END-IF.

       SHOW-ONE-RENTAL.
           DISPLAY '  ' OPEN-IDX ') ' OR-IMDB-ID (OPEN-IDX)
               ' due ' OR-DUE-DATE (OPEN-IDX)
               ' - renewed ' OR-RENEWALS (OPEN-IDX) ' time(s)'.

       PICK-RENTAL-TO-RENEW.
           DISPLAY 'Rental number to renew (0 for none): '.
           ACCEPT PICK-NUMBER.
           IF PICK-NUMBER = 0
               OR PICK-NUMBER > OPEN-LIST-COUNT
                   DISPLAY 'Nothing renewed'
           ELSE
               MOVE PICK-NUMBER TO OPEN-IDX
               MOVE OR-IMDB-ID (OPEN-IDX) TO IMDB-ID
               PERFORM CHECK-RENEWAL-RULES
               IF RENEWAL-OK
                   PERFORM OFFER-RENEWAL
               END-IF
           END-IF.

      * The refusals, cheapest first: the cap on renewals, a rental
      * already past due, then anybody waiting in the title's line.
       CHECK-RENEWAL-RULES.
           MOVE 'N' TO RENEWAL-OK-SW.
           MOVE OR-RENEWALS (OPEN-IDX) TO RENEWALS-SO-FAR.
           EVALUATE TRUE
               WHEN RENEWALS-SO-FAR >= MAX-RENEWALS
                   DISPLAY 'Already renewed ' RENEWALS-SO-FAR
                       ' time(s) - the limit is ' MAX-RENEWALS
                       '; the disc has to come back'
               WHEN OR-DUE-DATE (OPEN-IDX) < TODAY-DATE
                   DISPLAY 'Rental was due ' OR-DUE-DATE (OPEN-IDX)
                       ' - overdue rentals cannot be renewed'
               WHEN OTHER
                   PERFORM COUNT-WAITING-HOLDS
                   IF WAITING-COUNT > 0
                       DISPLAY WAITING-COUNT ' member(s) waiting '
                           'for this title - cannot renew'
                   ELSE
                       SET RENEWAL-OK TO TRUE
                   END-IF
           END-EVALUATE.

       COUNT-WAITING-HOLDS.
           MOVE 0 TO WAITING-COUNT.
           IF HOLD-FS = '00'
               MOVE 'N' TO QUEUE-EOF-SW
               MOVE IMDB-ID TO HOLD-IMDB-ID
               MOVE LOW-VALUES TO HOLD-PLACED-STAMP
               START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET QUEUE-EOF TO TRUE
               END-START
               PERFORM COUNT-ONE-WAITING UNTIL QUEUE-EOF
           END-IF.

       COUNT-ONE-WAITING.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET QUEUE-EOF TO TRUE
               NOT AT END
                   IF HOLD-IMDB-ID NOT = IMDB-ID
                       SET QUEUE-EOF TO TRUE
                   ELSE
                       IF HOLD-WAITING
                           ADD 1 TO WAITING-COUNT
                       END-IF
                   END-IF
           END-READ.

      * The new due date is worked out and shown before anything is
      * written, so the member on the phone hears the date and says
      * yes to it.
       OFFER-RENEWAL.
           MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD.
           READ MOVIE-FILE
               INVALID KEY
                   DISPLAY IMDB-ID ' not on catalog - cannot renew'
               NOT INVALID KEY
                   MOVE OR-DUE-DATE (OPEN-IDX) TO OLD-DUE-DATE
                   PERFORM WORK-OUT-NEW-DUE-DATE
                   DISPLAY FUNCTION TRIM(MOVIE-TITLE OF MOVIE-RECORD)
                       ' due ' OLD-DUE-DATE ' - renew to '
                       NEW-DUE-DATE '? (Y/N)'
                   MOVE SPACES TO CONFIRM-REPLY
                   ACCEPT CONFIRM-REPLY
                   IF CONFIRM-REPLY = 'Y'
                       PERFORM RENEW-UNDER-TOKEN
                   ELSE
                       DISPLAY 'Nothing renewed'
                   END-IF
           END-READ.

      * The title's own loan period, counted from the current due
      * date, and rolled past a day the store the disc went out from
      * is shut - the same rule a checkout's due date follows.  A
      * phone renewal keyed at another branch still rolls on the
      * renting store's calendar.
       WORK-OUT-NEW-DUE-DATE.
           PERFORM LOOK-UP-LOAN-PERIOD.
           COMPUTE NEW-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(OLD-DUE-DATE)
               + RENTAL-PERIOD-DAYS).
           SET CAL-ROLL-FORWARD TO TRUE.
           MOVE OR-STORE-ID (OPEN-IDX) TO CAL-STORE-ID.
           MOVE NEW-DUE-DATE TO CAL-DATE.
           CALL 'BUSINESS-CALENDAR' USING CALENDAR-REQUEST.
           MOVE CAL-RESULT-DATE TO NEW-DUE-DATE.

      * Re-read the ledger row by key under the token - the disc may
      * have come back over the other register while the member
      * was deciding, or been renewed there already.  Only a row
      * still OPEN on the due date the clerk quoted is moved.  The
      * charge follows once the row has landed, the way a checkout
      * prices only a secured copy.
       RENEW-UNDER-TOKEN.
           MOVE 'N' TO RENEWAL-SAVED-SW.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           IF UL-REFUSED
               DISPLAY 'Update token busy - nothing renewed, '
                   'key it again'
           ELSE
               MOVE OR-IMDB-ID (OPEN-IDX) TO RENTAL-IMDB-ID
               MOVE OR-OUT-STAMP (OPEN-IDX) TO RENTAL-OUT-STAMP
               READ RENTAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RENTAL-OPEN
                           AND RENTAL-DUE-DATE = OLD-DUE-DATE
                               PERFORM STORE-RENEWAL
                       END-IF
               END-READ
               PERFORM RELEASE-UPDATE-TOKEN
               IF RENEWAL-SAVED
                   DISPLAY 'Renewed - now due back ' NEW-DUE-DATE
                   PERFORM PRICE-THE-EXTENSION
               ELSE
                   DISPLAY 'That rental changed at another register '
                       '- nothing renewed'
               END-IF
           END-IF.

       STORE-RENEWAL.
           MOVE NEW-DUE-DATE TO RENTAL-DUE-DATE.
           IF RENTAL-RENEWAL-COUNT NOT NUMERIC
               MOVE 0 TO RENTAL-RENEWAL-COUNT
           END-IF.
           ADD 1 TO RENTAL-RENEWAL-COUNT.
           REWRITE RENTAL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RENEWAL-SAVED TO TRUE
           END-REWRITE.

      * The extension is charged what the engine says a rental of
      * this title and format costs today - member discount, promo
      * and all - and the engine's own call puts it on the live
      * trail as a charge in its own right, separate from the
      * checkout it extends.  Tax and the store credit offer follow
      * exactly as at the checkout.  A title the engine cannot price
      * charges nothing and says so.
       PRICE-THE-EXTENSION.
           MOVE RENTAL-FORMAT TO MEDIA-FORMAT.
           IF MEDIA-FORMAT = SPACE
               MOVE 'D' TO MEDIA-FORMAT
           END-IF.
           CALL 'PRICE-MOVIE' USING IMDB-ID, PRICE, READ-MODULE,
               LOOKUP-STATUS, PRICE-STATUS, MEMBER-ID, CURRENCY-CODE,
               TIER-NAME, STORE-ID, MEDIA-FORMAT, PRICED-STAMP.
           MOVE 0 TO CHARGE-AMOUNT.
           IF MOVIE-FOUND AND PRICE-VALID
               MOVE PRICE TO CHARGE-AMOUNT
               MOVE PRICE TO DISPLAY-PRICE
               DISPLAY 'Extension charge $'
                   FUNCTION TRIM(DISPLAY-PRICE)
                   ' (' FUNCTION TRIM(TIER-NAME) ')'
           ELSE
               DISPLAY 'No engine price for this title - extension '
                   'not charged, see the manager'
           END-IF.
           IF CHARGE-AMOUNT > 0
               PERFORM CHARGE-SALES-TAX
               PERFORM OFFER-STORE-CREDIT
           END-IF.

       CHARGE-SALES-TAX.
           MOVE 0 TO TAX-AMOUNT.
           IF STORE-TAX-RATE > 0
               COMPUTE TAX-AMOUNT ROUNDED =
                   CHARGE-AMOUNT * STORE-TAX-RATE / 100
           END-IF.
           IF TAX-AMOUNT > 0
               COMPUTE TOTAL-WITH-TAX = CHARGE-AMOUNT + TAX-AMOUNT
               MOVE TAX-AMOUNT TO DISPLAY-TAX
               MOVE TOTAL-WITH-TAX TO DISPLAY-PRICE
               DISPLAY 'Tax $' FUNCTION TRIM(DISPLAY-TAX)
                   ' - total with tax $'
                   FUNCTION TRIM(DISPLAY-PRICE)
               PERFORM WRITE-TAX-ENTRY
           END-IF.

       WRITE-TAX-ENTRY.
           MOVE IMDB-ID TO AUDIT-IMDB-ID.
           MOVE SPACES TO AUDIT-TIER-CODE.
           MOVE TAX-AMOUNT TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           SET AUDIT-TAX-ENTRY TO TRUE.
           MOVE SPACES TO AUDIT-REASON-CODE.
           MOVE OPERATOR-INITIALS TO AUDIT-OPERATOR.
           PERFORM APPEND-AUDIT-ENTRY.

       APPEND-AUDIT-ENTRY.
           MOVE STORE-ID TO AUDIT-STORE-ID.
           MOVE SPACES TO AUDIT-REF-STAMP.
           OPEN EXTEND PRICE-AUDIT-FILE.
           IF AUDIT-FS = '35'
               OPEN OUTPUT PRICE-AUDIT-FILE
               CLOSE PRICE-AUDIT-FILE
               OPEN EXTEND PRICE-AUDIT-FILE
           END-IF.

           PERFORM HOLD-TOKEN-FOR-SEAL.
           CALL 'SEAL-AUDIT-ENTRY' USING PRICE-AUDIT-RECORD.
           WRITE PRICE-AUDIT-RECORD.

           CLOSE PRICE-AUDIT-FILE.
           PERFORM RELEASE-UPDATE-TOKEN.

      * The sequence and chain SEAL-AUDIT-ENTRY hands out are only
      * good until the next till seals, so the update token is held
      * from the seal until the entry is on the log - two tills
      * sealing together would otherwise share a number and fork
      * the chain.  The money has already moved by this point, so
      * a busy token is waited out rather than the entry dropped.
       HOLD-TOKEN-FOR-SEAL.
           PERFORM ACQUIRE-UPDATE-TOKEN.
           PERFORM WAIT-FOR-SEAL-TOKEN UNTIL UL-GRANTED.

       WAIT-FOR-SEAL-TOKEN.
           DISPLAY 'Update token busy - the audit entry waits for it'.
           PERFORM ACQUIRE-UPDATE-TOKEN.

       OFFER-STORE-CREDIT.
           DISPLAY 'Pay from store credit? (Y/N)'.
           MOVE SPACES TO CREDIT-REPLY.
           ACCEPT CREDIT-REPLY.
           IF CREDIT-REPLY = 'Y'
               SET CR-REDEEM TO TRUE
               MOVE MEMBER-ID TO CR-MEMBER-ID
               MOVE CHARGE-AMOUNT TO CR-AMOUNT
               MOVE OPERATOR-INITIALS TO CR-OPERATOR
               MOVE STORE-ID TO CR-STORE-ID
               CALL 'CREDIT-ACCOUNT' USING CREDIT-REQUEST
               EVALUATE TRUE
                   WHEN CR-APPLIED
                       MOVE CR-BALANCE-AFTER TO DISPLAY-CREDIT
                       DISPLAY 'Paid from credit - balance now $'
                           FUNCTION TRIM(DISPLAY-CREDIT)
                   WHEN CR-SHORT-FUNDS
                       MOVE CR-BALANCE-AFTER TO DISPLAY-CREDIT
                       DISPLAY 'Only $' FUNCTION TRIM(DISPLAY-CREDIT)
                           ' on account - take the charge at the '
                           'till'
                   WHEN OTHER
                       DISPLAY 'Credit not drawn - take the charge '
                           'at the till'
               END-EVALUATE
           END-IF.

       LOOK-UP-COUNTER-LIMITS.
           MOVE 0 TO BEST-LIMITS-DATE.
           MOVE 'N' TO LIMITS-EOF-SW.
           OPEN INPUT COUNTER-LIMITS-FILE.
           IF LIMITS-FS = '00'
               PERFORM SCAN-COUNTER-LIMITS UNTIL LIMITS-EOF
               CLOSE COUNTER-LIMITS-FILE
           END-IF.

       SCAN-COUNTER-LIMITS.
           READ COUNTER-LIMITS-FILE
               AT END
                   SET LIMITS-EOF TO TRUE
               NOT AT END
                   IF CL-EFFECTIVE-DATE <= TODAY-DATE
                       AND CL-EFFECTIVE-DATE >= BEST-LIMITS-DATE
                           MOVE CL-FEE-BALANCE-CAP
                               TO FEE-BALANCE-CAP
                           IF CL-MAX-RENEWALS NUMERIC
                               MOVE CL-MAX-RENEWALS TO MAX-RENEWALS
                           ELSE
                               MOVE 2 TO MAX-RENEWALS
                           END-IF
                           MOVE CL-EFFECTIVE-DATE TO BEST-LIMITS-DATE
                   END-IF
           END-READ.

       LOOK-UP-STORE-TAX-RATE.
           MOVE 0 TO BEST-TAX-DATE.
           MOVE 'N' TO TAX-EOF-SW.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-FS = '00'
               PERFORM SCAN-TAX-RATES UNTIL TAX-EOF
               CLOSE TAX-RATE-FILE
           END-IF.

       SCAN-TAX-RATES.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-EOF TO TRUE
               NOT AT END
                   IF TX-STORE-ID = STORE-ID
                       AND TX-EFFECTIVE-DATE <= TODAY-DATE
                       AND TX-EFFECTIVE-DATE >= BEST-TAX-DATE
                           MOVE TX-RATE-PCT TO STORE-TAX-RATE
                           MOVE TX-EFFECTIVE-DATE TO BEST-TAX-DATE
                   END-IF
           END-READ.

      * The most specific in-date row wins: exact genre beats exact
      * tier beats the wildcard row, ties to the newest effective
      * date - RENT-MOVIE's rule, so a renewal buys the same nights
      * the checkout did.
       LOOK-UP-LOAN-PERIOD.
           MOVE 7 TO RENTAL-PERIOD-DAYS.
           PERFORM NAME-TITLE-TIER-CODE.
           MOVE 0 TO BEST-LOAN-SCORE.
           MOVE 0 TO BEST-LOAN-DATE.
           PERFORM MATCH-ONE-LOAN-ROW
               VARYING LOAN-IDX FROM 1 BY 1
               UNTIL LOAN-IDX > LOAN-ROW-COUNT.

       NAME-TITLE-TIER-CODE.
           EVALUATE TRUE
               WHEN BARGAIN-MOVIE
                   MOVE 'B' TO TITLE-TIER-CODE
               WHEN STANDARD-MOVIE
                   MOVE 'S' TO TITLE-TIER-CODE
               WHEN PREMIUM-MOVIE
                   MOVE 'P' TO TITLE-TIER-CODE
               WHEN MASTERPIECE
                   MOVE 'M' TO TITLE-TIER-CODE
               WHEN OTHER
                   MOVE SPACE TO TITLE-TIER-CODE
           END-EVALUATE.

       MATCH-ONE-LOAN-ROW.
           IF SLOT-LOAN-DATE (LOAN-IDX) <= TODAY-DATE
               AND (SLOT-LOAN-TIER (LOAN-IDX) = '*'
                   OR SLOT-LOAN-TIER (LOAN-IDX) = TITLE-TIER-CODE)
               AND (SLOT-LOAN-GENRE (LOAN-IDX) = '*'
                   OR SLOT-LOAN-GENRE (LOAN-IDX) =
                       MOVIE-GENRE OF MOVIE-RECORD)
                           PERFORM SCORE-LOAN-ROW
           END-IF.

       SCORE-LOAN-ROW.
           MOVE 0 TO SLOT-LOAN-SCORE.
           IF SLOT-LOAN-GENRE (LOAN-IDX) NOT = '*'
               ADD 2 TO SLOT-LOAN-SCORE
           END-IF.
           IF SLOT-LOAN-TIER (LOAN-IDX) NOT = '*'
               ADD 1 TO SLOT-LOAN-SCORE
           END-IF.

           IF SLOT-LOAN-SCORE > BEST-LOAN-SCORE
               OR (SLOT-LOAN-SCORE = BEST-LOAN-SCORE
                   AND SLOT-LOAN-DATE (LOAN-IDX) >= BEST-LOAN-DATE)
                       MOVE SLOT-LOAN-DAYS (LOAN-IDX)
                           TO RENTAL-PERIOD-DAYS
                       MOVE SLOT-LOAN-SCORE TO BEST-LOAN-SCORE
                       MOVE SLOT-LOAN-DATE (LOAN-IDX)
                           TO BEST-LOAN-DATE
           END-IF.

       LOAD-LOAN-PERIODS.
           MOVE 'N' TO LOAN-EOF-SW.
           OPEN INPUT LOAN-PERIOD-FILE.
           IF LOAN-FS = '00'
               PERFORM LOAD-ONE-LOAN-ROW UNTIL LOAN-EOF
               CLOSE LOAN-PERIOD-FILE
           END-IF.

       LOAD-ONE-LOAN-ROW.
           READ LOAN-PERIOD-FILE
               AT END
                   SET LOAN-EOF TO TRUE
               NOT AT END
                   IF LOAN-ROW-COUNT < 50
                       ADD 1 TO LOAN-ROW-COUNT
                       MOVE LN-TIER-CODE
                           TO SLOT-LOAN-TIER (LOAN-ROW-COUNT)
                       MOVE LN-GENRE
                           TO SLOT-LOAN-GENRE (LOAN-ROW-COUNT)
                       MOVE LN-PERIOD-DAYS
                           TO SLOT-LOAN-DAYS (LOAN-ROW-COUNT)
                       MOVE LN-EFFECTIVE-DATE
                           TO SLOT-LOAN-DATE (LOAN-ROW-COUNT)
                   END-IF
           END-READ.

       END PROGRAM RENEW-RENTAL.
