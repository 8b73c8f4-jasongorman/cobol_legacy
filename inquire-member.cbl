       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRE-MEMBER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD FEES-OWED-FILE.
           01 FEE-OWED-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE           PIC X(80).
       WORKING-STORAGE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 TARGET-MEMBER-ID       PIC X(10) VALUE SPACES.
           01 RENTALS-OPEN-SW        PIC X(01) VALUE 'N'.
               88  RENTALS-OPEN          VALUE 'Y'.
           01 HOLDS-OPEN-SW          PIC X(01) VALUE 'N'.
               88  HOLDS-OPEN            VALUE 'Y'.
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
           01 MEMBER-EOF-SW          PIC X(01).
               88  MEMBER-EOF            VALUE 'Y'.
           01 LEDGER-EOF-SW          PIC X(01).
               88  LEDGER-EOF            VALUE 'Y'.
           01 QUEUE-EOF-SW           PIC X(01).
               88  QUEUE-EOF             VALUE 'Y'.
           01 FEES-EOF-SW            PIC X(01).
               88  FEES-EOF              VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
      * The counter often has a name and no card - the same
      * start-of-name browse MAINTAIN-MEMBER offers.
           01 NAME-REPLY             PIC X(30) VALUE SPACES.
           01 NAME-LENGTH            PIC 9(02) VALUE 0 COMP.
           01 NAME-MATCH-COUNT       PIC 9(04) VALUE 0 COMP.
           01 NAME-MATCH-LIMIT       PIC 9(04) VALUE 20 COMP.
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
           01 CREDIT-BALANCE         PIC 9(5)V9(2).

      * Open rentals off the member path of the ledger.
           01 OPEN-RENTAL-COUNT      PIC 9(03).
           01 DAYS-OVERDUE           PIC 9(05).
           01 FORMAT-NAME            PIC X(07).
           01 LINE-TITLE             PIC X(30).

      * The holds queue has no member path: one pass in key order,
      * counting each title's waiting holds as they go by, puts the
      * member's place in line on every hold of theirs.
           01 QUEUE-IMDB-ID          PIC X(10).
           01 WAITING-AHEAD          PIC 9(04).
           01 HOLD-LINE-COUNT        PIC 9(03).
           01 QUEUE-POSITION         PIC 9(04).

      * The member's fees and what is still open on each after the
      * settlements on file - netted the way COLLECT-FEES nets
      * them, type byte and all - then totalled by kind.
           01 OPEN-FEE-COUNT         PIC 9(03) VALUE 0 COMP.
           01 FEE-IDX                PIC 9(03) VALUE 0 COMP.
           01 FEE-FULL-SW            PIC X(01).
               88  FEE-TABLE-FULL        VALUE 'Y'.
           01 OPEN-FEE-TABLE.
               02  OPEN-FEE-ENTRY OCCURS 200 TIMES.
                   03  OF-IMDB-ID          PIC X(10).
                   03  OF-ASSESSED-DATE    PIC 9(08).
                   03  OF-FEE-TYPE         PIC X(01).
                   03  OF-OPEN-AMOUNT      PIC 9(4)V9(2).
           01 FEE-TYPE-WORK          PIC X(01).
           01 SETTLE-TYPE-WORK       PIC X(01).
           01 TYPE-MATCH-SW          PIC X(01).
               88  TYPES-MATCH           VALUE 'Y'.
           01 LATE-FEES-OPEN         PIC 9(6)V9(2).
           01 DAMAGE-FEES-OPEN       PIC 9(6)V9(2).
           01 REPLACEMENT-FEES-OPEN  PIC 9(6)V9(2).
           01 FEES-OPEN-TOTAL        PIC 9(6)V9(2).
           01 FEE-KIND-NAME          PIC X(11).

      * The last twenty rentals, newest first, off the ledger and
      * the archives.  Archive months are walked back from this
      * month and the walk stops once twenty rentals are held and
      * the month reached is older than the oldest of them - ten
      * years back at most, the reach the other archive readers
      * use.  A missing month never left the live ledger.
           01 RECENT-COUNT           PIC 9(02) VALUE 0 COMP.
           01 RECENT-IDX             PIC 9(02) VALUE 0 COMP.
           01 RECENT-AT              PIC 9(02) VALUE 0 COMP.
           01 RECENT-TABLE.
               02  RECENT-ENTRY OCCURS 20 TIMES.
                   03  RC-OUT-STAMP        PIC X(14).
                   03  RC-IMDB-ID          PIC X(10).
                   03  RC-RENTAL-DATE      PIC 9(08).
                   03  RC-RETURN-DATE      PIC 9(08).
                   03  RC-STATUS           PIC X(01).
                   03  RC-STORE-ID         PIC X(04).
           01 CANDIDATE-RENTAL.
               COPY 'rental-record.cpy'.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-EOF-SW         PIC X(01).
               88  ARCHIVE-EOF           VALUE 'Y'.
           01 WALK-MONTH             PIC 9(06).
           01 WALK-YEAR              PIC 9(04).
           01 WALK-MM                PIC 9(02).
           01 MONTHS-WALKED          PIC 9(03).
           01 HISTORY-STATUS         PIC X(13).

           01 LOOKUP-IMDB-ID         PIC X(10).
           01 LOOKUP-MOVIE-RECORD.
               COPY 'movie-record.cpy'.
           01 LOOKUP-STATUS.
               COPY 'movie-lookup-status.cpy'.

           01 DISPLAY-AMOUNT         PIC Z(5)9.99.
           01 DISPLAY-PCT            PIC Z9.99.
       PROCEDURE DIVISION.
      * The member's side of the counter on one screen: standing,
      * term and discount; what they have out and how late; their
      * holds and place in line; what they owe by kind of fee after
      * payments and waivers; their prepaid credit; and their last
      * twenty rentals, archives included - instead of three
      * programs and no view of the holds.  Read-only everywhere,
      * so no lock and no store prompt, the same as INQUIRE-TITLE.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'No membership file on file'
               STOP RUN
           END-IF.
           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               SET RENTALS-OPEN TO TRUE
           END-IF.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-FS = '00'
               SET HOLDS-OPEN TO TRUE
           END-IF.

           PERFORM LOOP UNTIL AGAIN = 'N'.

           CLOSE MEMBERSHIP-FILE.
           IF RENTALS-OPEN
               CLOSE RENTAL-FILE
           END-IF.
           IF HOLDS-OPEN
               CLOSE HOLDS-FILE
           END-IF.
           STOP RUN.

       LOOP.
           MOVE SPACES TO TARGET-MEMBER-ID.
           DISPLAY 'Enter member ID (blank to look up by name): '.
           ACCEPT TARGET-MEMBER-ID.
           IF TARGET-MEMBER-ID = SPACES
               PERFORM LOOK-UP-BY-NAME
           END-IF.

           PERFORM FIND-MEMBER-ENTRY.
           IF MEMBER-FOUND
               PERFORM SHOW-MEMBER-PICTURE
           ELSE
               DISPLAY 'Member not on file'
           END-IF.

           DISPLAY 'Another? (Y/N)'.
           ACCEPT AGAIN.

       LOOK-UP-BY-NAME.
           MOVE SPACES TO NAME-REPLY.
           DISPLAY 'Enter the start of the member name: '.
           ACCEPT NAME-REPLY.
           IF NAME-REPLY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(NAME-REPLY
                   TRAILING)) TO NAME-LENGTH
               MOVE 0 TO NAME-MATCH-COUNT
               MOVE 'N' TO MEMBER-EOF-SW
               MOVE NAME-REPLY TO MS-NAME OF MEMBERSHIP-RECORD
               START MEMBERSHIP-FILE
                   KEY IS NOT LESS THAN MS-NAME OF MEMBERSHIP-RECORD
                   INVALID KEY
                       SET MEMBER-EOF TO TRUE
               END-START
               PERFORM LIST-ONE-NAME-MATCH UNTIL MEMBER-EOF
               IF NAME-MATCH-COUNT = 0
                   DISPLAY 'No member filed under that name'
               ELSE
                   DISPLAY 'Enter member ID from the list: '
                   ACCEPT TARGET-MEMBER-ID
               END-IF
           END-IF.

       LIST-ONE-NAME-MATCH.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF MS-NAME OF MEMBERSHIP-RECORD (1:NAME-LENGTH)
                       NOT = NAME-REPLY (1:NAME-LENGTH)
                           SET MEMBER-EOF TO TRUE
                   ELSE
                       IF NAME-MATCH-COUNT >= NAME-MATCH-LIMIT
                           DISPLAY '  ... more - type more of the '
                               'name to narrow the list'
                           SET MEMBER-EOF TO TRUE
                       ELSE
                           ADD 1 TO NAME-MATCH-COUNT
                           DISPLAY '  ' MS-MEMBER-ID OF
                               MEMBERSHIP-RECORD ' '
                               MS-NAME OF MEMBERSHIP-RECORD ' '
                               MS-STATUS OF MEMBERSHIP-RECORD
                       END-IF
                   END-IF
           END-READ.

       FIND-MEMBER-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           IF TARGET-MEMBER-ID NOT = SPACES
               MOVE TARGET-MEMBER-ID
                   TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MEMBER-FOUND TO TRUE
                       MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
               END-READ
           END-IF.

       SHOW-MEMBER-PICTURE.
           PERFORM SHOW-MEMBER-STANDING.
           PERFORM SHOW-OPEN-RENTALS.
           PERFORM SHOW-MEMBER-HOLDS.
           PERFORM SHOW-OPEN-FEES.
           PERFORM SHOW-RENTAL-HISTORY.

       SHOW-MEMBER-STANDING.
           DISPLAY MS-MEMBER-ID OF WORK-MEMBER ' '
               FUNCTION TRIM(MS-NAME OF WORK-MEMBER).
           IF MS-ACTIVE OF WORK-MEMBER
               DISPLAY '  status ACTIVE, joined '
                   MS-JOIN-DATE OF WORK-MEMBER
           ELSE
               DISPLAY '  status LAPSED, joined '
                   MS-JOIN-DATE OF WORK-MEMBER
           END-IF.
           EVALUATE TRUE
               WHEN MS-TERM-EXPIRY-DATE OF WORK-MEMBER NOT NUMERIC
                   OR MS-TERM-EXPIRY-DATE OF WORK-MEMBER = 0
                       DISPLAY '  no paid term on file (grandfathered)'
               WHEN MS-TERM-EXPIRY-DATE OF WORK-MEMBER < TODAY-DATE
                   DISPLAY '  term EXPIRED '
                       MS-TERM-EXPIRY-DATE OF WORK-MEMBER
               WHEN OTHER
                   DISPLAY '  term expires '
                       MS-TERM-EXPIRY-DATE OF WORK-MEMBER
           END-EVALUATE.
           IF MS-DISCOUNT-PCT OF WORK-MEMBER NUMERIC
               MOVE MS-DISCOUNT-PCT OF WORK-MEMBER TO DISPLAY-PCT
           ELSE
               MOVE 0 TO DISPLAY-PCT
           END-IF.
           DISPLAY '  loyalty discount ' FUNCTION TRIM(DISPLAY-PCT)
               '%'.
           IF MS-CREDIT-BALANCE OF WORK-MEMBER NUMERIC
               MOVE MS-CREDIT-BALANCE OF WORK-MEMBER TO CREDIT-BALANCE
           ELSE
               MOVE 0 TO CREDIT-BALANCE
           END-IF.
           MOVE CREDIT-BALANCE TO DISPLAY-AMOUNT.
           DISPLAY '  prepaid credit $' FUNCTION TRIM(DISPLAY-AMOUNT).
           IF MS-HOUSEHOLD-ID OF WORK-MEMBER NOT = SPACES
               DISPLAY '  household of '
                   MS-HOUSEHOLD-ID OF WORK-MEMBER
           END-IF.

      * Every ledger row on the member path: open rentals are shown
      * as they go by, and every row is offered to the last-twenty
      * list.
       SHOW-OPEN-RENTALS.
           MOVE 0 TO OPEN-RENTAL-COUNT.
           MOVE 0 TO RECENT-COUNT.
           DISPLAY '  Out now:'.
           IF RENTALS-OPEN
               MOVE 'N' TO LEDGER-EOF-SW
               MOVE MS-MEMBER-ID OF WORK-MEMBER
                   TO RENTAL-MEMBER-ID OF RENTAL-RECORD
               START RENTAL-FILE KEY IS = RENTAL-MEMBER-ID
                   OF RENTAL-RECORD
                   INVALID KEY
                       SET LEDGER-EOF TO TRUE
               END-START
               PERFORM SHOW-ONE-RENTAL UNTIL LEDGER-EOF
           END-IF.
           IF OPEN-RENTAL-COUNT = 0
               DISPLAY '    nothing out on rental'
           END-IF.

       SHOW-ONE-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   IF RENTAL-MEMBER-ID OF RENTAL-RECORD NOT =
                       MS-MEMBER-ID OF WORK-MEMBER
                           SET LEDGER-EOF TO TRUE
                   ELSE
                       MOVE RENTAL-RECORD TO CANDIDATE-RENTAL
                       PERFORM OFFER-RECENT-RENTAL
                       IF RENTAL-OPEN OF RENTAL-RECORD
                           PERFORM SHOW-OPEN-RENTAL-LINE
                       END-IF
                   END-IF
           END-READ.

       SHOW-OPEN-RENTAL-LINE.
           ADD 1 TO OPEN-RENTAL-COUNT.
           MOVE RENTAL-IMDB-ID OF RENTAL-RECORD TO LOOKUP-IMDB-ID.
           PERFORM NAME-LINE-TITLE.
           PERFORM NAME-RENTAL-FORMAT.
           IF RENTAL-DUE-DATE OF RENTAL-RECORD < TODAY-DATE
               COMPUTE DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       RENTAL-DUE-DATE OF RENTAL-RECORD)
               DISPLAY '    ' RENTAL-IMDB-ID OF RENTAL-RECORD ' '
                   LINE-TITLE ' (' FORMAT-NAME ') due '
                   RENTAL-DUE-DATE OF RENTAL-RECORD ' - '
                   DAYS-OVERDUE ' DAYS OVERDUE'
           ELSE
               DISPLAY '    ' RENTAL-IMDB-ID OF RENTAL-RECORD ' '
                   LINE-TITLE ' (' FORMAT-NAME ') due '
                   RENTAL-DUE-DATE OF RENTAL-RECORD
           END-IF.

       NAME-RENTAL-FORMAT.
           EVALUATE TRUE
               WHEN RENTAL-BLU-RAY OF RENTAL-RECORD
                   MOVE 'Blu-ray' TO FORMAT-NAME
               WHEN RENTAL-UHD-4K OF RENTAL-RECORD
                   MOVE '4K' TO FORMAT-NAME
               WHEN OTHER
                   MOVE 'DVD' TO FORMAT-NAME
           END-EVALUATE.

      * A title gone from the catalog still shows, under its raw
      * IMDB ID.
       NAME-LINE-TITLE.
           CALL 'READ-MOVIE' USING LOOKUP-IMDB-ID,
               LOOKUP-MOVIE-RECORD, LOOKUP-STATUS.
           IF MOVIE-FOUND
               MOVE MOVIE-TITLE OF LOOKUP-MOVIE-RECORD TO LINE-TITLE
           ELSE
               MOVE LOOKUP-IMDB-ID TO LINE-TITLE
           END-IF.

       SHOW-MEMBER-HOLDS.
           MOVE 0 TO HOLD-LINE-COUNT.
           DISPLAY '  Holds:'.
           IF HOLDS-OPEN
               MOVE 'N' TO QUEUE-EOF-SW
               MOVE SPACES TO QUEUE-IMDB-ID
               MOVE 0 TO WAITING-AHEAD
               MOVE LOW-VALUES TO HOLD-KEY
               START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       SET QUEUE-EOF TO TRUE
               END-START
               PERFORM CHECK-ONE-HOLD UNTIL QUEUE-EOF
           END-IF.
           IF HOLD-LINE-COUNT = 0
               DISPLAY '    no holds'
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET QUEUE-EOF TO TRUE
               NOT AT END
                   IF HOLD-IMDB-ID NOT = QUEUE-IMDB-ID
                       MOVE HOLD-IMDB-ID TO QUEUE-IMDB-ID
                       MOVE 0 TO WAITING-AHEAD
                   END-IF
                   EVALUATE TRUE
                       WHEN HOLD-WAITING
                           ADD 1 TO WAITING-AHEAD
                           IF HOLD-MEMBER-ID =
                               MS-MEMBER-ID OF WORK-MEMBER
                                   MOVE WAITING-AHEAD
                                       TO QUEUE-POSITION
                                   PERFORM SHOW-HOLD-LINE
                           END-IF
                       WHEN HOLD-READY
                           IF HOLD-MEMBER-ID =
                               MS-MEMBER-ID OF WORK-MEMBER
                                   PERFORM SHOW-HOLD-LINE
                           END-IF
                   END-EVALUATE
           END-READ.

       SHOW-HOLD-LINE.
           ADD 1 TO HOLD-LINE-COUNT.
           MOVE HOLD-IMDB-ID TO LOOKUP-IMDB-ID.
           PERFORM NAME-LINE-TITLE.
           IF HOLD-READY
               DISPLAY '    ' HOLD-IMDB-ID ' ' LINE-TITLE
                   ' READY since ' HOLD-READY-DATE ' at store '
                   HOLD-STORE-ID
           ELSE
               DISPLAY '    ' HOLD-IMDB-ID ' ' LINE-TITLE
                   ' WAITING - number ' QUEUE-POSITION ' in line'
           END-IF.

       SHOW-OPEN-FEES.
           MOVE 0 TO OPEN-FEE-COUNT.
           MOVE 'N' TO FEE-FULL-SW.
           MOVE 'N' TO FEES-EOF-SW.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM LOAD-ONE-FEE UNTIL FEES-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM APPLY-ONE-SETTLEMENT UNTIL SETTLE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

           MOVE 0 TO LATE-FEES-OPEN.
           MOVE 0 TO DAMAGE-FEES-OPEN.
           MOVE 0 TO REPLACEMENT-FEES-OPEN.
           MOVE 0 TO FEES-OPEN-TOTAL.
           DISPLAY '  Open fees:'.
           PERFORM SHOW-ONE-OPEN-FEE
               VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > OPEN-FEE-COUNT.
           IF FEES-OPEN-TOTAL = 0
               DISPLAY '    nothing owed'
           ELSE
               MOVE LATE-FEES-OPEN TO DISPLAY-AMOUNT
               DISPLAY '    late fees        $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
               MOVE DAMAGE-FEES-OPEN TO DISPLAY-AMOUNT
               DISPLAY '    damage fees      $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
               MOVE REPLACEMENT-FEES-OPEN TO DISPLAY-AMOUNT
               DISPLAY '    replacement fees $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
               MOVE FEES-OPEN-TOTAL TO DISPLAY-AMOUNT
               DISPLAY '    balance owed     $'
                   FUNCTION TRIM(DISPLAY-AMOUNT)
           END-IF.
           IF FEE-TABLE-FULL
               DISPLAY '    more than 200 fees on file - see '
                   'MEMBER-STATEMENTS for the full balance'
           END-IF.

       LOAD-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET FEES-EOF TO TRUE
               NOT AT END
                   IF FEE-MEMBER-ID = MS-MEMBER-ID OF WORK-MEMBER
                       IF OPEN-FEE-COUNT < 200
                           ADD 1 TO OPEN-FEE-COUNT
                           MOVE FEE-IMDB-ID
                               TO OF-IMDB-ID (OPEN-FEE-COUNT)
                           MOVE FEE-ASSESSED-DATE
                               TO OF-ASSESSED-DATE (OPEN-FEE-COUNT)
                           MOVE FEE-TYPE
                               TO OF-FEE-TYPE (OPEN-FEE-COUNT)
                           MOVE FEE-AMOUNT
                               TO OF-OPEN-AMOUNT (OPEN-FEE-COUNT)
                       ELSE
                           SET FEE-TABLE-FULL TO TRUE
                       END-IF
                   END-IF
           END-READ.

       APPLY-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   IF FSET-MEMBER-ID = MS-MEMBER-ID OF WORK-MEMBER
                       PERFORM NET-SETTLEMENT-OFF-FEE
                           VARYING FEE-IDX FROM 1 BY 1
                           UNTIL FEE-IDX > OPEN-FEE-COUNT
                   END-IF
           END-READ.

       NET-SETTLEMENT-OFF-FEE.
           IF OF-IMDB-ID (FEE-IDX) = FSET-IMDB-ID
               AND OF-ASSESSED-DATE (FEE-IDX) = FSET-ASSESSED-DATE
                   MOVE OF-FEE-TYPE (FEE-IDX) TO FEE-TYPE-WORK
                   MOVE FSET-FEE-TYPE TO SETTLE-TYPE-WORK
                   PERFORM CHECK-TYPE-MATCH
                   IF TYPES-MATCH
                       IF FSET-AMOUNT >= OF-OPEN-AMOUNT (FEE-IDX)
                           MOVE 0 TO OF-OPEN-AMOUNT (FEE-IDX)
                       ELSE
                           SUBTRACT FSET-AMOUNT
                               FROM OF-OPEN-AMOUNT (FEE-IDX)
                       END-IF
                   END-IF
           END-IF.

      * Blank on the fee side is a late fee; blank on the
      * settlement side is an untyped settlement that applies to
      * every fee under its triple - the rule COLLECT-FEES keeps.
       CHECK-TYPE-MATCH.
           MOVE 'N' TO TYPE-MATCH-SW.
           IF SETTLE-TYPE-WORK = SPACE
               SET TYPES-MATCH TO TRUE
           ELSE
               IF FEE-TYPE-WORK = SPACE
                   MOVE 'L' TO FEE-TYPE-WORK
               END-IF
               IF FEE-TYPE-WORK = SETTLE-TYPE-WORK
                   SET TYPES-MATCH TO TRUE
               END-IF
           END-IF.

       SHOW-ONE-OPEN-FEE.
           IF OF-OPEN-AMOUNT (FEE-IDX) > 0
               ADD OF-OPEN-AMOUNT (FEE-IDX) TO FEES-OPEN-TOTAL
               EVALUATE OF-FEE-TYPE (FEE-IDX)
                   WHEN 'D'
                       ADD OF-OPEN-AMOUNT (FEE-IDX)
                           TO DAMAGE-FEES-OPEN
                       MOVE 'damage' TO FEE-KIND-NAME
                   WHEN 'R'
                       ADD OF-OPEN-AMOUNT (FEE-IDX)
                           TO REPLACEMENT-FEES-OPEN
                       MOVE 'replacement' TO FEE-KIND-NAME
                   WHEN OTHER
                       ADD OF-OPEN-AMOUNT (FEE-IDX)
                           TO LATE-FEES-OPEN
                       MOVE 'late' TO FEE-KIND-NAME
               END-EVALUATE
               MOVE OF-OPEN-AMOUNT (FEE-IDX) TO DISPLAY-AMOUNT
               DISPLAY '    ' OF-IMDB-ID (FEE-IDX) ' assessed '
                   OF-ASSESSED-DATE (FEE-IDX) ' ' FEE-KIND-NAME
                   ' open $' FUNCTION TRIM(DISPLAY-AMOUNT)
           END-IF.

       SHOW-RENTAL-HISTORY.
           MOVE TODAY-DATE (1:4) TO WALK-YEAR.
           MOVE TODAY-DATE (5:2) TO WALK-MM.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.
           MOVE 0 TO MONTHS-WALKED.
           PERFORM WALK-ONE-ARCHIVE-MONTH
               UNTIL MONTHS-WALKED > 120
                   OR (RECENT-COUNT = 20
                       AND WALK-MONTH <
                           RC-OUT-STAMP (RECENT-COUNT) (1:6)).

           DISPLAY '  Last ' RECENT-COUNT ' rentals:'.
           IF RECENT-COUNT = 0
               DISPLAY '    no rentals on file'
           END-IF.
           PERFORM SHOW-RECENT-LINE
               VARYING RECENT-IDX FROM 1 BY 1
               UNTIL RECENT-IDX > RECENT-COUNT.

       WALK-ONE-ARCHIVE-MONTH.
           ADD 1 TO MONTHS-WALKED.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'rentals-archive-' DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.

           MOVE 'N' TO ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM READ-ONE-ARCHIVE-ROW UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM STEP-TO-PRIOR-MONTH.

       READ-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-LINE TO CANDIDATE-RENTAL
                   IF RENTAL-MEMBER-ID OF CANDIDATE-RENTAL =
                       MS-MEMBER-ID OF WORK-MEMBER
                           PERFORM OFFER-RECENT-RENTAL
                   END-IF
           END-READ.

       STEP-TO-PRIOR-MONTH.
           MOVE WALK-MONTH (1:4) TO WALK-YEAR.
           MOVE WALK-MONTH (5:2) TO WALK-MM.
           IF WALK-MM = 1
               SUBTRACT 1 FROM WALK-YEAR
               MOVE 12 TO WALK-MM
           ELSE
               SUBTRACT 1 FROM WALK-MM
           END-IF.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.

      * The list is kept newest first.  A rental older than all
      * twenty already held is dropped; otherwise it goes in at its
      * place and the oldest falls off the end.
       OFFER-RECENT-RENTAL.
           MOVE 0 TO RECENT-AT.
           PERFORM FIND-RECENT-PLACE
               VARYING RECENT-IDX FROM 1 BY 1
               UNTIL RECENT-IDX > RECENT-COUNT OR RECENT-AT > 0.
           IF RECENT-AT = 0 AND RECENT-COUNT < 20
               COMPUTE RECENT-AT = RECENT-COUNT + 1
           END-IF.
           IF RECENT-AT > 0
               IF RECENT-COUNT < 20
                   ADD 1 TO RECENT-COUNT
               END-IF
               PERFORM SHIFT-RECENT-DOWN
                   VARYING RECENT-IDX FROM RECENT-COUNT BY -1
                   UNTIL RECENT-IDX <= RECENT-AT
               MOVE RENTAL-OUT-STAMP OF CANDIDATE-RENTAL
                   TO RC-OUT-STAMP (RECENT-AT)
               MOVE RENTAL-IMDB-ID OF CANDIDATE-RENTAL
                   TO RC-IMDB-ID (RECENT-AT)
               MOVE RENTAL-DATE OF CANDIDATE-RENTAL
                   TO RC-RENTAL-DATE (RECENT-AT)
               MOVE RENTAL-RETURN-DATE OF CANDIDATE-RENTAL
                   TO RC-RETURN-DATE (RECENT-AT)
               MOVE RENTAL-STATUS OF CANDIDATE-RENTAL
                   TO RC-STATUS (RECENT-AT)
               MOVE RENTAL-STORE-ID OF CANDIDATE-RENTAL
                   TO RC-STORE-ID (RECENT-AT)
           END-IF.

       FIND-RECENT-PLACE.
           IF RENTAL-OUT-STAMP OF CANDIDATE-RENTAL >
               RC-OUT-STAMP (RECENT-IDX)
                   MOVE RECENT-IDX TO RECENT-AT
           END-IF.

       SHIFT-RECENT-DOWN.
           MOVE RECENT-ENTRY (RECENT-IDX - 1)
               TO RECENT-ENTRY (RECENT-IDX).

       SHOW-RECENT-LINE.
           MOVE RC-IMDB-ID (RECENT-IDX) TO LOOKUP-IMDB-ID.
           PERFORM NAME-LINE-TITLE.
           EVALUATE RC-STATUS (RECENT-IDX)
               WHEN 'O'
                   MOVE 'out' TO HISTORY-STATUS
               WHEN 'L'
                   MOVE 'LOST' TO HISTORY-STATUS
               WHEN OTHER
                   MOVE SPACES TO HISTORY-STATUS
                   STRING 'back ' DELIMITED BY SIZE
                       RC-RETURN-DATE (RECENT-IDX) DELIMITED BY SIZE
                       INTO HISTORY-STATUS
           END-EVALUATE.
           DISPLAY '    ' RC-RENTAL-DATE (RECENT-IDX) ' '
               RC-IMDB-ID (RECENT-IDX) ' ' LINE-TITLE ' '
               HISTORY-STATUS.

       END PROGRAM INQUIRE-MEMBER.
