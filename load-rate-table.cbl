               02  LIVE-TIER-CODE       PIC X(01).
               02  LIVE-PRICE           PIC 9(2)V9(2).
               02  LIVE-EFFECTIVE-DATE  PIC 9(8).
               02  LIVE-FORMAT          PIC X(01).

       FD EXCEPTIONS-FILE.
           01 EXCEPTION-LINE        PIC X(70).
      * Every tier-plus-date pair already on the live table, plus
      * the pairs accepted so far this run - a duplicate against
      * either is a reject, so one staged file can't land the same
      * change twice and a re-run can't double-load.  The format
      * rides along in the pair, so a tier's base price and its
      * Blu-ray and 4K uplifts can all change on the same date.
           01 SEEN-PAIR-COUNT       PIC 9(04) VALUE 0 COMP.
           01 SEEN-PAIR-TABLE.
               02  SEEN-PAIR OCCURS 500 TIMES
                   INDEXED BY PAIR-IDX PIC X(10).
           01 CANDIDATE-PAIR        PIC X(10).
           01 DUPLICATE-SW          PIC X(01).
               88  DUPLICATE-PAIR       VALUE 'Y'.
       PROCEDURE DIVISION.
      * Load staged rate-table changes with the same scrutiny the
      * movie feed gets.  A row must carry one of the four tier
      * codes, a price above zero, a real YYYYMMDD effective date,
      * a format that is blank (the base price), B or K (an uplift)
      * and a tier-plus-date not already on the table; anything else
      * is routed to the exceptions file with a reason.  Every
      * accepted change is appended to the rate-change audit log
                       MOVE SPACES TO SEEN-PAIR (SEEN-PAIR-COUNT)
                       STRING LIVE-TIER-CODE DELIMITED BY SIZE
                           LIVE-EFFECTIVE-DATE DELIMITED BY SIZE
                           LIVE-FORMAT DELIMITED BY SIZE
                           INTO SEEN-PAIR (SEEN-PAIR-COUNT)
                   END-IF
           END-READ.
               WHEN RT-PRICE NOT > 0
                   MOVE 'PRICE NOT ABOVE ZERO' TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN NOT (RT-BASE-PRICE OR RT-BLU-RAY-UPLIFT
                   OR RT-UHD-4K-UPLIFT)
                   MOVE 'UNRECOGNIZED FORMAT CODE' TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               WHEN OTHER
                   PERFORM VALIDATE-EFFECTIVE-DATE
           END-EVALUATE.
           IF ROW-VALID
               PERFORM CHECK-DUPLICATE-PAIR
               IF DUPLICATE-PAIR
                   MOVE 'DUPLICATE TIER, FORMAT AND DATE'
                       TO REJECT-REASON
                   MOVE 'N' TO ROW-VALID-SW
               END-IF
           END-IF.
           MOVE SPACES TO CANDIDATE-PAIR.
           STRING RT-TIER-CODE DELIMITED BY SIZE
               RT-EFFECTIVE-DATE DELIMITED BY SIZE
               RT-FORMAT DELIMITED BY SIZE
               INTO CANDIDATE-PAIR.
           PERFORM SCAN-SEEN-PAIRS
               VARYING PAIR-IDX FROM 1 BY 1
           STRING FUNCTION CURRENT-DATE (1:14) DELIMITED BY SIZE
               ' TIER ' DELIMITED BY SIZE
               RT-TIER-CODE DELIMITED BY SIZE
               ' FORMAT ' DELIMITED BY SIZE
               RT-FORMAT DELIMITED BY SIZE
               ' PRICE ' DELIMITED BY SIZE
               RT-PRICE DELIMITED BY SIZE
               ' EFFECTIVE ' DELIMITED BY SIZE
