       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           01 ARCHIVE-MONTH-TABLE.
               02  ARCHIVE-MONTH-ROW OCCURS 2000 TIMES PIC X(80).
           01 STATEMENT-MONTH        PIC X(06) VALUE SPACES.
           01 LAST-MONTH.
               02  LAST-YEAR           PIC 9(04).
               02  LAST-MM             PIC 9(02).
           01 RENTAL-MONTH           PIC X(06).
           01 LINE-COUNT             PIC 9(04).
           01 FEE-LINE-COUNT         PIC 9(04).
           01 FEE-LABEL              PIC X(08).
           01 DISPLAY-DISCOUNT       PIC Z9.99.

      * Household statements: with consolidation asked for, every
      * secondary cardholder's activity prints on its primary's
      * page instead of a page of its own, one total and one fees
      * figure for the whole family.  The secondaries are read in
      * once up front so the primary's page can be built whatever
      * order the file holds them in.
           01 CONSOLIDATE-REPLY      PIC X(01) VALUE 'N'.
               88  HOUSEHOLD-MODE        VALUE 'Y'.
           01 STATEMENT-MEMBER-ID    PIC X(10).
           01 CARD-COUNT             PIC 9(04) VALUE 0 COMP.
           01 CARDHOLDER-COUNT       PIC 9(04) VALUE 0 COMP.
           01 CARDHOLDER-IDX         PIC 9(04) VALUE 0 COMP.
           01 CARDHOLDER-TABLE.
               02  CARDHOLDER-ROW OCCURS 2000 TIMES.
                   03  CH-MEMBER-ID        PIC X(10).
                   03  CH-PRIMARY-ID       PIC X(10).
                   03  CH-NAME             PIC X(30).
                   03  CH-DISCOUNT         PIC 9(2)V9(2).
                   03  CH-CREDIT           PIC 9(5)V9(2).
           01 LOOKUP-IMDB-ID         PIC X(10).
           01 LOOKUP-MOVIE-RECORD.
               COPY 'movie-record.cpy'.
      * "what did I rent last month and what did I pay?" finally
      * has an answer on paper, and so does a future billing run.
       MAIN-PROCEDURE.
      * December's statements run in January of the next year.
           MOVE FUNCTION CURRENT-DATE (1:6) TO LAST-MONTH.
           IF LAST-MM = 1
               SUBTRACT 1 FROM LAST-YEAR
               MOVE 12 TO LAST-MM
           ELSE
               SUBTRACT 1 FROM LAST-MM
           END-IF.
           DISPLAY 'Statement month YYYYMM (blank for last month): '.
           ACCEPT STATEMENT-MONTH.
           IF STATEMENT-MONTH = SPACES
               MOVE LAST-MONTH TO STATEMENT-MONTH
           END-IF.
           DISPLAY 'Consolidate households onto one statement? '
               '(Y/N)'.
           ACCEPT CONSOLIDATE-REPLY.
           IF HOUSEHOLD-MODE
               PERFORM LOAD-HOUSEHOLD-CARDS
           END-IF.

           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF HOUSEHOLD-MODE
                       AND MS-HOUSEHOLD-ID NOT = SPACES
                       AND MS-HOUSEHOLD-ID NOT = MS-MEMBER-ID
                           CONTINUE
                   ELSE
                       PERFORM PRINT-ONE-STATEMENT
                   END-IF
           END-READ.

      * One pass of the membership file before the statements
      * start, keeping just the secondary cards - the ones naming a
      * household primary other than themselves.
       LOAD-HOUSEHOLD-CARDS.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               PERFORM LOAD-ONE-CARD UNTIL MEMBER-EOF
               CLOSE MEMBERSHIP-FILE
           END-IF.
           MOVE 'N' TO MEMBER-EOF-SW.

       LOAD-ONE-CARD.
           READ MEMBERSHIP-FILE
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF MS-HOUSEHOLD-ID NOT = SPACES
                       AND MS-HOUSEHOLD-ID NOT = MS-MEMBER-ID
                       AND CARDHOLDER-COUNT < 2000
                           PERFORM KEEP-ONE-CARD
                   END-IF
           END-READ.

       KEEP-ONE-CARD.
           ADD 1 TO CARDHOLDER-COUNT.
           MOVE MS-MEMBER-ID TO CH-MEMBER-ID (CARDHOLDER-COUNT).
           MOVE MS-HOUSEHOLD-ID TO CH-PRIMARY-ID (CARDHOLDER-COUNT).
           MOVE MS-NAME TO CH-NAME (CARDHOLDER-COUNT).
           IF MS-ACTIVE OR MS-STATUS = SPACES
               MOVE MS-DISCOUNT-PCT TO CH-DISCOUNT (CARDHOLDER-COUNT)
           ELSE
               MOVE 0 TO CH-DISCOUNT (CARDHOLDER-COUNT)
           END-IF.
           IF MS-CREDIT-BALANCE NUMERIC
               MOVE MS-CREDIT-BALANCE TO CH-CREDIT (CARDHOLDER-COUNT)
           ELSE
               MOVE 0 TO CH-CREDIT (CARDHOLDER-COUNT)
           END-IF.

       PRINT-ONE-STATEMENT.
           MOVE 0 TO LINE-COUNT.
           MOVE 0 TO FEE-LINE-COUNT.
               MOVE 0 TO MEMBER-DISCOUNT
           END-IF.

      * Money on account as of the run - rows from before the field
      * existed read back space-filled and count as zero.
           IF MS-CREDIT-BALANCE NOT NUMERIC
               MOVE 0 TO CREDIT-BALANCE-WORK
           ELSE
               MOVE MS-CREDIT-BALANCE TO CREDIT-BALANCE-WORK
           END-IF.

           MOVE 0 TO CARD-COUNT.
           IF HOUSEHOLD-MODE
               PERFORM COUNT-HOUSEHOLD-CARD
                   VARYING CARDHOLDER-IDX FROM 1 BY 1
                   UNTIL CARDHOLDER-IDX > CARDHOLDER-COUNT
           END-IF.

           PERFORM WRITE-STATEMENT-HEADER.
           MOVE MS-MEMBER-ID TO STATEMENT-MEMBER-ID.
           IF CARD-COUNT > 0
               PERFORM WRITE-PRIMARY-CARD-HEADER
           END-IF.
           PERFORM LIST-CARD-ACTIVITY.
           IF CARD-COUNT > 0
               PERFORM LIST-HOUSEHOLD-CARD
                   VARYING CARDHOLDER-IDX FROM 1 BY 1
                   UNTIL CARDHOLDER-IDX > CARDHOLDER-COUNT
           END-IF.
           PERFORM WRITE-STATEMENT-TOTAL.

      * Everything one card did in the month, keyed off
      * STATEMENT-MEMBER-ID - the member's own card, and on a
      * household page each cardholder's in turn.
       LIST-CARD-ACTIVITY.
           PERFORM LIST-MEMBER-RENTALS.
           PERFORM LIST-MEMBER-FEES.
           PERFORM LIST-MEMBER-SETTLEMENTS.
           PERFORM LIST-CREDIT-MOVEMENTS.

       COUNT-HOUSEHOLD-CARD.
           IF CH-PRIMARY-ID (CARDHOLDER-IDX) = MS-MEMBER-ID
               ADD 1 TO CARD-COUNT
           END-IF.

       WRITE-PRIMARY-CARD-HEADER.
           MOVE SPACES TO STATEMENT-LINE.
           STRING ' CARD ' DELIMITED BY SIZE
               MS-MEMBER-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               MS-NAME DELIMITED BY SIZE
               ' (PRIMARY)' DELIMITED BY SIZE
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * A secondary card's section on its primary's page - its own
      * discount on its own rentals, its fees and credit folded into
      * the household's figures at the foot.
       LIST-HOUSEHOLD-CARD.
           IF CH-PRIMARY-ID (CARDHOLDER-IDX) = MS-MEMBER-ID
               MOVE CH-MEMBER-ID (CARDHOLDER-IDX)
                   TO STATEMENT-MEMBER-ID
               MOVE CH-DISCOUNT (CARDHOLDER-IDX) TO MEMBER-DISCOUNT
               ADD CH-CREDIT (CARDHOLDER-IDX) TO CREDIT-BALANCE-WORK
               MOVE SPACES TO STATEMENT-LINE
               STRING ' CARD ' DELIMITED BY SIZE
                   CH-MEMBER-ID (CARDHOLDER-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CH-NAME (CARDHOLDER-IDX) DELIMITED BY SIZE
                   INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               PERFORM LIST-CARD-ACTIVITY
           END-IF.

       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO STATEMENT-LINE.
               CONTINUE
           ELSE
               MOVE 'N' TO LEDGER-EOF-SW
               MOVE STATEMENT-MEMBER-ID
                   TO RENTAL-MEMBER-ID OF RENTAL-RECORD
               START RENTAL-FILE KEY IS =
                   RENTAL-MEMBER-ID OF RENTAL-RECORD
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   IF RENTAL-MEMBER-ID OF RENTAL-RECORD
                       NOT = STATEMENT-MEMBER-ID
                           SET LEDGER-EOF TO TRUE
                   ELSE
                       MOVE RENTAL-DATE OF RENTAL-RECORD
       LIST-ARCHIVED-RENTALS.
           MOVE ARCHIVE-MONTH-ROW (ARCHIVE-IDX) TO STATEMENT-RENTAL.
           MOVE RENTAL-DATE OF STATEMENT-RENTAL TO RENTAL-MONTH.
           IF RENTAL-MEMBER-ID OF STATEMENT-RENTAL
               = STATEMENT-MEMBER-ID
               AND RENTAL-MONTH = STATEMENT-MONTH
                   PERFORM WRITE-RENTAL-LINE
           END-IF.
                   SET FEES-EOF TO TRUE
               NOT AT END
                   MOVE FEE-ASSESSED-DATE TO RENTAL-MONTH
                   IF FEE-MEMBER-ID = STATEMENT-MEMBER-ID
                       ADD FEE-AMOUNT TO FEES-ASSESSED-TOTAL
                       IF RENTAL-MONTH = STATEMENT-MONTH
                           PERFORM WRITE-FEE-LINE
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   MOVE FSET-SETTLED-DATE TO RENTAL-MONTH
                   IF FSET-MEMBER-ID = STATEMENT-MEMBER-ID
                       ADD FSET-AMOUNT TO FEES-SETTLED-TOTAL
                       IF RENTAL-MONTH = STATEMENT-MONTH
                           PERFORM WRITE-SETTLEMENT-LINE
                   SET MOVEMENT-EOF TO TRUE
               NOT AT END
                   MOVE CM-DATE TO RENTAL-MONTH
                   IF CM-MEMBER-ID = STATEMENT-MEMBER-ID
                       AND RENTAL-MONTH = STATEMENT-MONTH
                           PERFORM WRITE-MOVEMENT-LINE
                   END-IF
               INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE.

      * Money on account as of the run, across every card on the
      * page.
           MOVE CREDIT-BALANCE-WORK TO DISPLAY-CREDIT.
           MOVE SPACES TO STATEMENT-LINE.
           STRING '  STORE CREDIT ON ACCOUNT $' DELIMITED BY SIZE
