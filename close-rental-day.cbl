               88  LEDGER-EOF            VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 CLOSE-DATE             PIC 9(08) VALUE 0.
           01 PERIOD-REQUEST.
               COPY 'period-request.cpy'.
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 DAY-CHECKOUTS          PIC 9(06) VALUE 0.
               MOVE TODAY-DATE TO CLOSE-DATE
           END-IF.

      * A day in a month already closed stays as it was reported -
      * a manager reopens the month first.
           MOVE CLOSE-DATE TO PQ-DATE.
           CALL 'CHECK-PERIOD' USING PERIOD-REQUEST.
           IF PQ-CLOSED
               DISPLAY 'Period ' PQ-MONTH ' is closed - day not '
                   'closed'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS NOT = '00'
               DISPLAY 'Cannot open rentals ledger - day not closed'
