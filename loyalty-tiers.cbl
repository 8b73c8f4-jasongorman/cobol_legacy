       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           01 RENTAL-TALLY           PIC 9(04).
           01 EARNED-PCT             PIC 9(2)V9(2).
           01 CURRENT-PCT            PIC 9(2)V9(2).
           01 REWRITE-FAIL-COUNT     PIC 9(06) VALUE 0.
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.

      * The ladder, folded per rung to the best already-effective
      * row the way PRICE-MOVIE folds the rate table.  A shop with

           PERFORM LOAD-TIER-LADDER.
           PERFORM TALLY-ARCHIVED-WINDOW.
      * Apply mode rewrites each member's row as the pass reaches
      * it; propose mode only reads.
           IF APPLY-MODE
               OPEN I-O MEMBERSHIP-FILE
           ELSE
               OPEN INPUT MEMBERSHIP-FILE
           END-IF.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'No membership file - nothing to do'
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
               SET LEDGER-FILE-OPEN TO TRUE
           END-IF.

           PERFORM READ-ONE-MEMBER UNTIL MEMBER-EOF.

           IF LEDGER-FILE-OPEN
               CLOSE RENTAL-FILE
           END-IF.
           CLOSE MEMBERSHIP-FILE.

           PERFORM WRITE-RUN-CONTROL.
           IF REWRITE-FAIL-COUNT > 0
               DISPLAY REWRITE-FAIL-COUNT ' discount changes could '
                   'NOT be written back'
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF APPLY-MODE
               DISPLAY 'Loyalty run: ' CHANGES-FOUND
               MOVE RUNG-IDX TO RUNG-AT
           END-IF.

       READ-ONE-MEMBER.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
                   PERFORM JUDGE-ONE-MEMBER
           END-READ.

      * Lapsed members keep whatever discount their row carries -
      * starts when they come back.
       JUDGE-ONE-MEMBER.
           ADD 1 TO RECORDS-READ.
           IF MS-LAPSED OF WORK-MEMBER
               CONTINUE
           ELSE
                   IF APPLY-MODE
                       MOVE EARNED-PCT
                           TO MS-DISCOUNT-PCT OF WORK-MEMBER
                       PERFORM REWRITE-MEMBER-DISCOUNT
                   END-IF
               END-IF
           END-IF.

           CLOSE DISCOUNT-CHANGE-FILE.

       REWRITE-MEMBER-DISCOUNT.
           MOVE WORK-MEMBER TO MEMBERSHIP-RECORD.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   ADD 1 TO REWRITE-FAIL-COUNT
           END-REWRITE.

       WRITE-RUN-CONTROL.
           MOVE 'LOYALTY-TIERS' TO RUN-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE CHANGES-FOUND TO RUN-RECORDS-WRITTEN.
           MOVE REWRITE-FAIL-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
