           SELECT PRICE-AUDIT-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FS.

           SELECT TAX-RATE-FILE ASSIGN TO "tax-rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAX-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PRICE-AUDIT-FILE.
           01 PRICE-AUDIT-RECORD.
               COPY 'price-audit-record.cpy'.
       FD TAX-RATE-FILE.
           01 TAX-RATE-RECORD.
               COPY 'tax-rate-record.cpy'.
       WORKING-STORAGE SECTION.
           01 AUDIT-FS               PIC 9(02).
           01 TAX-FS                 PIC 9(02).
           01 TAX-EOF-SW             PIC X(01).
               88  TAX-EOF               VALUE 'Y'.
           01 BEST-TAX-DATE          PIC 9(08).
           01 CHARGE-DATE            PIC 9(08).
           01 CHARGE-TAX-RATE        PIC 9(2)V9(3) VALUE 0.
           01 REFUND-TAX-AMOUNT      PIC 9(2)V9(2) VALUE 0.
           01 REFUND-AMOUNT          PIC 9(2)V9(2) VALUE 0.
           01 BUNDLE-TAX-AMOUNT      PIC 9(2)V9(2) VALUE 0.
           01 DISPLAY-BUNDLE         PIC ZZZ9.99.
           01 REFUND-TOTAL           PIC 9(3)V9(2) VALUE 0.
           01 DISPLAY-TAX            PIC ZZZ9.99.
           01 AUDIT-EOF-SW           PIC X(01).
               88  AUDIT-EOF             VALUE 'Y'.
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
           01 ASK-IMDB-ID            PIC X(10) VALUE SPACES.
           01 ASK-DATE               PIC 9(08) VALUE 0.
           01 PERIOD-REQUEST.
               COPY 'period-request.cpy'.
           01 PICK-NUMBER            PIC 9(02) VALUE 0.
           01 CONFIRM-REPLY          PIC X(01) VALUE SPACES.
           01 REFUND-REASON          PIC X(01) VALUE SPACES.
               88  REFUND-REASON-VALID   VALUE 'K', 'M', 'G', 'O'.
           01 DISPLAY-AMOUNT         PIC ZZZ9.99.
      * The operator signing the refund off - vetted for the role
      * and limit, and the initials the refund entries carry, the
      * way an override's authorizer signs the override entries.
           01 AUTHORIZER-INITIALS    PIC X(03) VALUE SPACES.
           01 DISPLAY-LIMIT          PIC Z(4)9.99.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.

      * The day's charge entries for the title, numbered for the
      * clerk - reversal, refund, bundle and tax rows are not
      * themselves refundable, and a charge is blocked when the
      * trail already holds either a refund against it ('R') or the
      * reversal a manager override wrote to back it out ('V') -
      * money that was never collected can't be handed back.  A
      * bundle row ('D') stays with its charge as the share of the
      * saving the refund must leave out.
           01 CAND-COUNT             PIC 9(02) VALUE 0 COMP.
           01 CAND-IDX               PIC 9(02) VALUE 0 COMP.
           01 REVERSAL-MARK-SW       PIC X(01).
               88  REVERSAL-MARKED       VALUE 'Y'.
           01 BUNDLE-MARK-SW         PIC X(01).
               88  BUNDLE-MARKED         VALUE 'Y'.
           01 CAND-TABLE.
               02  CAND-ENTRY OCCURS 20 TIMES.
                   03  CD-TIER             PIC X(01).
                   03  CD-AMOUNT           PIC 9(2)V9(2).
                   03  CD-TIMESTAMP        PIC X(21).
                   03  CD-STORE-ID         PIC X(04).
                   03  CD-DISCOUNT         PIC 9(2)V9(2).
                   03  CD-BLOCKED-FLAG     PIC X(01).
                       88  CD-OPEN             VALUE 'N'.
                       88  CD-REFUNDED         VALUE 'R'.
      * adjusting the report by hand, and the same charge can
      * never be refunded twice.
      *
      * The tax goes back with the charge.  A same-day tax row
      * can't be tied to one charge once two rentals of a title
      * share the day, so the tax is worked out again instead - the
      * charge times the rate its store had in force on the day it
      * was taken, rounded the way the counter rounded it, which is
      * the tax that charge carried.  It lands as its own tax-refund
      * entry ('B') right behind the refund, with the same
      * reference stamp, so the drawer close, the tax line and the
      * tax return all net it, and the tax row that was collected
      * stays on the trail as it was.
      *
      * Money going back out of the till needs an authorizer whose
      * role may sign off a refund of that size; the session clerk
      * keys the refund, the authorizer's initials go on it.
      *
      *   K wrong member keyed   M mistaken rental
      *   G goodwill             O other
               MOVE TODAY-DATE TO ASK-DATE
           END-IF.

      * Refunding a charge reaches back into the month it was
      * taken; once that month is closed and reported, it takes a
      * manager reopening the month first.
           MOVE ASK-DATE TO PQ-DATE.
           CALL 'CHECK-PERIOD' USING PERIOD-REQUEST.
           IF PQ-CLOSED
               DISPLAY 'Period ' PQ-MONTH ' is closed - no refund '
                   'against it until a manager reopens it'
           ELSE
               PERFORM LIST-CHARGE-CANDIDATES
               IF CAND-COUNT = 0
                   DISPLAY 'No charges on the trail for that title '
                       'and day'
               ELSE
                   PERFORM PICK-AND-REFUND
               END-IF
           END-IF.

           DISPLAY 'Another refund? (Y/N)'.
                           CONTINUE
                       WHEN AUDIT-TIMESTAMP (1:8) NOT = ASK-DATE
                           CONTINUE
                       WHEN AUDIT-TAX-ENTRY OR AUDIT-TAX-REFUND
                           CONTINUE
                       WHEN AUDIT-REVERSAL
                           PERFORM MARK-REVERSED-CANDIDATE
                       WHEN AUDIT-REFUND
                           PERFORM MARK-REFUNDED-CANDIDATE
                       WHEN AUDIT-BUNDLE-DISCOUNT
                           PERFORM MARK-BUNDLED-CANDIDATE
                       WHEN AUDIT-PRICE = 0
                           CONTINUE
                       WHEN OTHER
               MOVE AUDIT-PRICE TO CD-AMOUNT (CAND-COUNT)
               MOVE AUDIT-TIMESTAMP TO CD-TIMESTAMP (CAND-COUNT)
               MOVE AUDIT-STORE-ID TO CD-STORE-ID (CAND-COUNT)
               MOVE 0 TO CD-DISCOUNT (CAND-COUNT)
               SET CD-OPEN (CAND-COUNT) TO TRUE
           END-IF.

                   SET REVERSAL-MARKED TO TRUE
           END-IF.

      * A bundle entry names the charge it shares out by that
      * charge's timestamp in its reference stamp, the way a refund
      * names its original - so another register's charge for the
      * same title and store can never take the share.
       MARK-BUNDLED-CANDIDATE.
           MOVE 'N' TO BUNDLE-MARK-SW.
           PERFORM TICK-BUNDLED-SLOT
               VARYING CAND-IDX FROM 1 BY 1
               UNTIL CAND-IDX > CAND-COUNT OR BUNDLE-MARKED.

       TICK-BUNDLED-SLOT.
           IF CD-TIMESTAMP (CAND-IDX) = AUDIT-REF-STAMP
               MOVE AUDIT-PRICE TO CD-DISCOUNT (CAND-IDX)
               SET BUNDLE-MARKED TO TRUE
           END-IF.

       SHOW-ONE-CANDIDATE.
           COMPUTE REFUND-AMOUNT =
               CD-AMOUNT (CAND-IDX) - CD-DISCOUNT (CAND-IDX).
           MOVE REFUND-AMOUNT TO DISPLAY-AMOUNT.
           MOVE CD-DISCOUNT (CAND-IDX) TO DISPLAY-BUNDLE.
           EVALUATE TRUE
               WHEN CD-REFUNDED (CAND-IDX)
                   DISPLAY '  ' CAND-IDX ') '
                       CD-TIMESTAMP (CAND-IDX) ' $'
                       FUNCTION TRIM(DISPLAY-AMOUNT)
                       ' - OVERRIDDEN, NEVER COLLECTED'
               WHEN CD-DISCOUNT (CAND-IDX) > 0
                   DISPLAY '  ' CAND-IDX ') '
                       CD-TIMESTAMP (CAND-IDX) ' $'
                       FUNCTION TRIM(DISPLAY-AMOUNT)
                       ' at ' CD-STORE-ID (CAND-IDX)
                       ' (after $' FUNCTION TRIM(DISPLAY-BUNDLE)
                       ' bundle saving)'
               WHEN OTHER
                   DISPLAY '  ' CAND-IDX ') '
                       CD-TIMESTAMP (CAND-IDX) ' $'
                   PERFORM TAKE-REFUND-DETAILS
           END-EVALUATE.

      * The store's rate on the charge day - highest effective date
      * not after it, the same pick the counter made.  A store with
      * no row charged no tax and hands none back.  A title that
      * went out in a bundle hands back what was paid for it - the
      * charge less its share of the saving - and the tax on that,
      * worked as the counter worked it: the charge's tax less the
      * tax its share took off the visit.
       FIGURE-REFUND-TAX.
           MOVE CD-TIMESTAMP (CAND-IDX) (1:8) TO CHARGE-DATE.
           MOVE 0 TO CHARGE-TAX-RATE.
           MOVE 0 TO BEST-TAX-DATE.
           MOVE 0 TO REFUND-TAX-AMOUNT.
           MOVE 'N' TO TAX-EOF-SW.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-FS = '00'
               PERFORM SCAN-TAX-RATES UNTIL TAX-EOF
               CLOSE TAX-RATE-FILE
           END-IF.
           COMPUTE REFUND-AMOUNT =
               CD-AMOUNT (CAND-IDX) - CD-DISCOUNT (CAND-IDX).
           IF CHARGE-TAX-RATE > 0
               COMPUTE REFUND-TAX-AMOUNT ROUNDED =
                   CD-AMOUNT (CAND-IDX) * CHARGE-TAX-RATE / 100
               MOVE 0 TO BUNDLE-TAX-AMOUNT
               COMPUTE BUNDLE-TAX-AMOUNT ROUNDED =
                   CD-DISCOUNT (CAND-IDX) * CHARGE-TAX-RATE / 100
               SUBTRACT BUNDLE-TAX-AMOUNT FROM REFUND-TAX-AMOUNT
           END-IF.

       SCAN-TAX-RATES.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-EOF TO TRUE
               NOT AT END
                   IF TX-STORE-ID = CD-STORE-ID (CAND-IDX)
                       AND TX-EFFECTIVE-DATE <= CHARGE-DATE
                       AND TX-EFFECTIVE-DATE >= BEST-TAX-DATE
                           MOVE TX-RATE-PCT TO CHARGE-TAX-RATE
                           MOVE TX-EFFECTIVE-DATE TO BEST-TAX-DATE
                   END-IF
           END-READ.

       TAKE-REFUND-DETAILS.
           MOVE PICK-NUMBER TO CAND-IDX.
           DISPLAY 'Reason - wrong member Keyed/Mistaken rental/'
           IF NOT REFUND-REASON-VALID
               DISPLAY 'Unrecognized reason - nothing refunded'
           ELSE
               PERFORM FIGURE-REFUND-TAX
               MOVE REFUND-AMOUNT TO DISPLAY-AMOUNT
               MOVE REFUND-TAX-AMOUNT TO DISPLAY-TAX
               DISPLAY 'Refund $' FUNCTION TRIM(DISPLAY-AMOUNT)
                   ' plus $' FUNCTION TRIM(DISPLAY-TAX)
                   ' tax - sure? (Y/N)'
               ACCEPT CONFIRM-REPLY
               IF CONFIRM-REPLY = 'Y'
                   PERFORM CHECK-REFUND-AUTHORITY
                   IF NOT AQ-GRANTED
                       MOVE 'N' TO CONFIRM-REPLY
                   END-IF
               END-IF
               IF CONFIRM-REPLY = 'Y'
                   PERFORM WRITE-REFUND-ENTRY
                   IF REFUND-TAX-AMOUNT > 0
                       PERFORM WRITE-TAX-REFUND-ENTRY
                   END-IF
                   COMPUTE REFUND-TOTAL =
                       REFUND-AMOUNT + REFUND-TAX-AMOUNT
                   MOVE REFUND-TOTAL TO DISPLAY-AMOUNT
                   DISPLAY 'Refund recorded - hand back $'
                       FUNCTION TRIM(DISPLAY-AMOUNT)
                       ' with its tax, the day nets out'
               ELSE
                   DISPLAY 'Nothing refunded'
               END-IF
           END-IF.

       CHECK-REFUND-AUTHORITY.
           DISPLAY 'Authorizing operator initials: '.
           MOVE SPACES TO AUTHORIZER-INITIALS.
           ACCEPT AUTHORIZER-INITIALS.
           SET AQ-REFUND TO TRUE.
           MOVE AUTHORIZER-INITIALS TO AQ-AUTHORIZER.
           MOVE OPERATOR-INITIALS TO AQ-REQUESTER.
           COMPUTE AQ-AMOUNT = REFUND-AMOUNT + REFUND-TAX-AMOUNT.
           MOVE 'REFUND-CHARGE' TO AQ-PROGRAM.
           MOVE CD-STORE-ID (CAND-IDX) TO AQ-STORE-ID.
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
                       'sign off a refund'
               WHEN AQ-OVER-LIMIT
                   DISPLAY 'Over the authorizing operator''s $'
                       FUNCTION TRIM(DISPLAY-LIMIT) ' limit'
           END-EVALUATE.

       WRITE-REFUND-ENTRY.
           MOVE ASK-IMDB-ID TO AUDIT-IMDB-ID.
           MOVE CD-TIER (CAND-IDX) TO AUDIT-TIER-CODE.
           MOVE REFUND-AMOUNT TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           SET AUDIT-REFUND TO TRUE.
           MOVE REFUND-REASON TO AUDIT-REASON-CODE.
           MOVE AUTHORIZER-INITIALS TO AUDIT-OPERATOR.
           MOVE CD-STORE-ID (CAND-IDX) TO AUDIT-STORE-ID.
           MOVE CD-TIMESTAMP (CAND-IDX) TO AUDIT-REF-STAMP.
           PERFORM APPEND-AUDIT-ENTRY.

       WRITE-TAX-REFUND-ENTRY.
           MOVE ASK-IMDB-ID TO AUDIT-IMDB-ID.
           MOVE SPACES TO AUDIT-TIER-CODE.
           MOVE REFUND-TAX-AMOUNT TO AUDIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
           SET AUDIT-TAX-REFUND TO TRUE.
           MOVE REFUND-REASON TO AUDIT-REASON-CODE.
           MOVE AUTHORIZER-INITIALS TO AUDIT-OPERATOR.
           MOVE CD-STORE-ID (CAND-IDX) TO AUDIT-STORE-ID.
           MOVE CD-TIMESTAMP (CAND-IDX) TO AUDIT-REF-STAMP.
           PERFORM APPEND-AUDIT-ENTRY.

       APPEND-AUDIT-ENTRY.
           OPEN EXTEND PRICE-AUDIT-FILE.
           IF AUDIT-FS = '35'
               OPEN OUTPUT PRICE-AUDIT-FILE
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

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'REFUND-CHARGE' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       END PROGRAM REFUND-CHARGE.
