       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-BUDGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FEED-FILE ASSIGN TO "budget-feed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-FS.

           SELECT BUDGET-FILE ASSIGN TO "budget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUDGET-FS.

           SELECT EXCEPTIONS-FILE ASSIGN TO "budget-except.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPT-FS.

           SELECT BUDGET-CHANGE-LOG-FILE ASSIGN TO "budget-change.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FEED-FILE.
           01 BUDGET-FEED-RECORD.
               COPY 'budget-record.cpy'.

       FD BUDGET-FILE.
           01 BUDGET-RECORD.
               02  LIVE-STORE-ID        PIC X(04).
               02  LIVE-MONTH           PIC 9(06).
               02  LIVE-RENTAL-REVENUE  PIC 9(7)V9(2).
               02  LIVE-FEE-REVENUE     PIC 9(7)V9(2).
               02  LIVE-CHECKOUTS       PIC 9(06).

       FD EXCEPTIONS-FILE.
           01 EXCEPTION-LINE        PIC X(70).

       FD BUDGET-CHANGE-LOG-FILE.
           01 BUDGET-CHANGE-LINE    PIC X(90).
       WORKING-STORAGE SECTION.
           01 FEED-FS               PIC 9(02).
           01 BUDGET-FS             PIC 9(02).
           01 EXCEPT-FS             PIC 9(02).
           01 CHANGE-FS             PIC 9(02).
           01 FEED-EOF-SW           PIC X(01) VALUE 'N'.
               88  FEED-EOF             VALUE 'Y'.
           01 TABLE-EOF-SW          PIC X(01) VALUE 'N'.
               88  TABLE-EOF            VALUE 'Y'.
           01 REJECT-REASON         PIC X(40).
           01 ROW-VALID-SW          PIC X(01).
               88  ROW-VALID            VALUE 'Y'.
           01 ROWS-READ             PIC 9(05) VALUE 0.
           01 ROWS-ACCEPTED         PIC 9(05) VALUE 0.
           01 ROWS-REJECTED         PIC 9(05) VALUE 0.

           01 BUDGET-MONTH-DIGITS.
               02  BUD-YEAR             PIC 9(04).
               02  BUD-MONTH            PIC 9(02).

      * Every store-plus-month pair already on the budget file,
      * plus the pairs accepted so far this run - a duplicate
      * against either is a reject, so a re-run of the year's load
      * can't double a store's month and a second row for the same
      * month can't quietly replace the first.  Twenty stores by
      * twelve months is a year's budget twice over.
           01 SEEN-PAIR-COUNT       PIC 9(04) VALUE 0 COMP.
           01 SEEN-PAIR-TABLE.
               02  SEEN-PAIR OCCURS 500 TIMES
                   INDEXED BY PAIR-IDX PIC X(10).
           01 CANDIDATE-PAIR        PIC X(10).
           01 DUPLICATE-SW          PIC X(01).
               88  DUPLICATE-PAIR       VALUE 'Y'.
       PROCEDURE DIVISION.
      * Load the year's budget with the same scrutiny the rate table
      * gets.  A row must name a store, carry a real YYYYMM month,
      * figures that are numbers - at least one of them above zero -
      * and a store-plus-month not already on the file; anything
      * else goes to the exceptions file with a reason.  Every
      * accepted row is appended to the budget-change log with a
      * timestamp, so a figure that moved mid-year shows who loaded
      * it and when.  A correction to a month already loaded is made
      * by removing the old row first, the same as the rate table.
       MAIN-PROCEDURE.
           OPEN INPUT BUDGET-FEED-FILE.
           IF FEED-FS NOT = '00'
               DISPLAY 'No staged budget file - nothing loaded'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-EXISTING-PAIRS.

           PERFORM PROCESS-FEED-ROW UNTIL FEED-EOF.
           CLOSE BUDGET-FEED-FILE.

           DISPLAY 'Budget rows read ' ROWS-READ ' accepted '
               ROWS-ACCEPTED ' rejected ' ROWS-REJECTED.

           IF ROWS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-EXISTING-PAIRS.
           MOVE 'N' TO TABLE-EOF-SW.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FS = '00'
               PERFORM LOAD-ONE-PAIR UNTIL TABLE-EOF
               CLOSE BUDGET-FILE
           END-IF.

       LOAD-ONE-PAIR.
           READ BUDGET-FILE
               AT END
                   SET TABLE-EOF TO TRUE
               NOT AT END
                   IF SEEN-PAIR-COUNT < 500
                       ADD 1 TO SEEN-PAIR-COUNT
                       MOVE SPACES TO SEEN-PAIR (SEEN-PAIR-COUNT)
                       STRING LIVE-STORE-ID DELIMITED BY SIZE
                           LIVE-MONTH DELIMITED BY SIZE
                           INTO SEEN-PAIR (SEEN-PAIR-COUNT)
                   END-IF
           END-READ.

       PROCESS-FEED-ROW.
           READ BUDGET-FEED-FILE
               AT END
                   SET FEED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO ROWS-READ
                   PERFORM VALIDATE-FEED-ROW
                   IF ROW-VALID
                       PERFORM ACCEPT-FEED-ROW
                   ELSE
                       PERFORM REJECT-FEED-ROW
                   END-IF
           END-READ.

       VALIDATE-FEED-ROW.
           SET ROW-VALID TO TRUE.
           MOVE SPACES TO REJECT-REASON.

           EVALUATE TRUE
               WHEN BG-STORE-ID = SPACES
                   MOVE 'NO STORE ID' TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN BG-RENTAL-REVENUE NOT NUMERIC
                   MOVE 'RENTAL REVENUE NOT NUMERIC' TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN BG-FEE-REVENUE NOT NUMERIC
                   MOVE 'FEE REVENUE NOT NUMERIC' TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN BG-CHECKOUTS NOT NUMERIC
                   MOVE 'CHECKOUTS NOT NUMERIC' TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN BG-RENTAL-REVENUE = 0 AND BG-FEE-REVENUE = 0
                   AND BG-CHECKOUTS = 0
                   MOVE 'NO BUDGET FIGURES ABOVE ZERO'
                       TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN OTHER
                   PERFORM VALIDATE-BUDGET-MONTH
           END-EVALUATE.

           IF ROW-VALID
               PERFORM CHECK-DUPLICATE-PAIR
               IF DUPLICATE-PAIR
                   MOVE 'DUPLICATE STORE AND MONTH'
                       TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               END-IF
           END-IF.

       VALIDATE-BUDGET-MONTH.
           MOVE BG-MONTH TO BUDGET-MONTH-DIGITS.
           EVALUATE TRUE
               WHEN BUDGET-MONTH-DIGITS NOT NUMERIC
                   MOVE 'BUDGET MONTH NOT NUMERIC'
                       TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN BUD-YEAR < 1900 OR BUD-YEAR > 2100
                   MOVE 'BUDGET MONTH YEAR OUT OF RANGE'
                       TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN BUD-MONTH < 1 OR BUD-MONTH > 12
                   MOVE 'BUDGET MONTH INVALID'
                       TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
           END-EVALUATE.

       CHECK-DUPLICATE-PAIR.
           MOVE 'N' TO DUPLICATE-SW.
           MOVE SPACES TO CANDIDATE-PAIR.
           STRING BG-STORE-ID DELIMITED BY SIZE
               BG-MONTH DELIMITED BY SIZE
               INTO CANDIDATE-PAIR.
           PERFORM SCAN-SEEN-PAIRS
               VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > SEEN-PAIR-COUNT OR DUPLICATE-PAIR.

       SCAN-SEEN-PAIRS.
           IF SEEN-PAIR (PAIR-IDX) = CANDIDATE-PAIR
               MOVE 'Y' TO DUPLICATE-SW
           END-IF.

       ACCEPT-FEED-ROW.
           OPEN EXTEND BUDGET-FILE.
           IF BUDGET-FS = '35'
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN EXTEND BUDGET-FILE
           END-IF.
           MOVE BUDGET-FEED-RECORD TO BUDGET-RECORD.
           WRITE BUDGET-RECORD.
           CLOSE BUDGET-FILE.

           IF SEEN-PAIR-COUNT < 500
               ADD 1 TO SEEN-PAIR-COUNT
               MOVE CANDIDATE-PAIR TO SEEN-PAIR (SEEN-PAIR-COUNT)
           END-IF.

           ADD 1 TO ROWS-ACCEPTED.
           PERFORM WRITE-BUDGET-CHANGE-LOG.

       WRITE-BUDGET-CHANGE-LOG.
           MOVE SPACES TO BUDGET-CHANGE-LINE.
           STRING FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
               ' STORE ' DELIMITED BY SIZE
               BG-STORE-ID DELIMITED BY SIZE
               ' MONTH ' DELIMITED BY SIZE
               BG-MONTH DELIMITED BY SIZE
               ' RENTAL ' DELIMITED BY SIZE
               BG-RENTAL-REVENUE DELIMITED BY SIZE
               ' FEES ' DELIMITED BY SIZE
               BG-FEE-REVENUE DELIMITED BY SIZE
               ' CHECKOUTS ' DELIMITED BY SIZE
               BG-CHECKOUTS DELIMITED BY SIZE
               INTO BUDGET-CHANGE-LINE.

           OPEN EXTEND BUDGET-CHANGE-LOG-FILE.
           IF CHANGE-FS = '35'
               OPEN OUTPUT BUDGET-CHANGE-LOG-FILE
               CLOSE BUDGET-CHANGE-LOG-FILE
               OPEN EXTEND BUDGET-CHANGE-LOG-FILE
           END-IF.

           WRITE BUDGET-CHANGE-LINE.

           CLOSE BUDGET-CHANGE-LOG-FILE.

       REJECT-FEED-ROW.
           ADD 1 TO ROWS-REJECTED.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING BG-STORE-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               BG-MONTH DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               REJECT-REASON DELIMITED BY SIZE
               INTO EXCEPTION-LINE.

           OPEN EXTEND EXCEPTIONS-FILE.
           IF EXCEPT-FS = '35'
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF.

           WRITE EXCEPTION-LINE.

           CLOSE EXCEPTIONS-FILE.

       END PROGRAM LOAD-BUDGET.
