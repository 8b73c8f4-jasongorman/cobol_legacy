       IDENTIFICATION DIVISION.
       PROGRAM-ID. REOPEN-PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-FS.

           SELECT PERIOD-CHANGE-FILE ASSIGN TO "period-changes.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           01 PERIOD-CONTROL-RECORD.
               COPY 'period-control-record.cpy'.

       FD PERIOD-CHANGE-FILE.
           01 PERIOD-CHANGE-RECORD.
               COPY 'period-change-record.cpy'.
       WORKING-STORAGE SECTION.
           01 PERIOD-FS              PIC 9(02).
           01 CHANGE-LOG-FS          PIC 9(02).
           01 PERIOD-EOF-SW          PIC X(01) VALUE 'N'.
               88  PERIOD-EOF            VALUE 'Y'.
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 REOPEN-MONTH           PIC 9(06) VALUE 0.
           01 MANAGER-INITIALS       PIC X(03) VALUE SPACES.
           01 REOPEN-REASON          PIC X(30) VALUE SPACES.
           01 FOUND-IDX              PIC 9(04) VALUE 0 COMP.
           01 SCAN-IDX               PIC 9(04) VALUE 0 COMP.
           01 PERIOD-COUNT           PIC 9(04) VALUE 0 COMP.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.
           01 CLOSED-COUNT           PIC 9(04) VALUE 0 COMP.
      * One month, unpacked for field access - rows ride the table
      * as raw record images, the way CLOSE-PERIOD carries them.
           01 WORK-PERIOD.
               COPY 'period-control-record.cpy'.
           01 PERIOD-TABLE.
               02  PERIOD-ENTRY OCCURS 600 TIMES PIC X(24).
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION.
      * Opens a closed accounting month back up so a correction can
      * be dated into it - a late drop-box return, a refund of a
      * charge from a month already reported.  Only a manager may
      * (AUTHORIZE-ACTION, period-reopen action), a reason is
      * required, and every reopen goes on period-changes.log.  The
      * month stays open until the month-end chain's CLOSE-PERIOD
      * step is rerun for it.
       MAIN-PROCEDURE.
           PERFORM LOAD-PERIOD-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' months did not '
                   'fit the work table - no changes allowed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOOP UNTIL AGAIN = 'N'.
           STOP RUN.

       LOAD-PERIOD-TABLE.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-FS = '00'
               PERFORM LOAD-PERIOD-ENTRY UNTIL PERIOD-EOF
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-PERIOD-ENTRY.
           READ PERIOD-FILE
               AT END
                   SET PERIOD-EOF TO TRUE
               NOT AT END
                   IF PERIOD-COUNT < 600
                       ADD 1 TO PERIOD-COUNT
                       MOVE PERIOD-CONTROL-RECORD
                           TO PERIOD-ENTRY (PERIOD-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.

       LOOP.
           PERFORM LIST-CLOSED-PERIODS.
           DISPLAY 'Month to reopen YYYYMM: '.
           MOVE 0 TO REOPEN-MONTH.
           ACCEPT REOPEN-MONTH.
           PERFORM FIND-PERIOD-ENTRY.
           IF FOUND-IDX = 0
               DISPLAY 'Period ' REOPEN-MONTH ' is not closed'
           ELSE
               PERFORM REOPEN-ONE-PERIOD
           END-IF.

           DISPLAY 'Another? (Y/N)'.
           ACCEPT AGAIN.

       LIST-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-COUNT.
           PERFORM SHOW-ONE-PERIOD
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > PERIOD-COUNT.
           IF CLOSED-COUNT = 0
               DISPLAY 'No closed periods on file'
           END-IF.

       SHOW-ONE-PERIOD.
           MOVE PERIOD-ENTRY (SCAN-IDX) TO WORK-PERIOD.
           IF PD-CLOSED OF WORK-PERIOD
               ADD 1 TO CLOSED-COUNT
               DISPLAY PD-MONTH OF WORK-PERIOD ' closed '
                   PD-CHANGED-STAMP OF WORK-PERIOD ' by '
                   PD-CHANGED-BY OF WORK-PERIOD
           END-IF.

      * Only a closed month is found - one never closed, or already
      * reopened, needs nothing done.
       FIND-PERIOD-ENTRY.
           MOVE 0 TO FOUND-IDX.
           PERFORM SCAN-PERIOD-TABLE
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > PERIOD-COUNT OR FOUND-IDX > 0.

       SCAN-PERIOD-TABLE.
           MOVE PERIOD-ENTRY (SCAN-IDX) TO WORK-PERIOD.
           IF PD-MONTH OF WORK-PERIOD = REOPEN-MONTH
               AND PD-CLOSED OF WORK-PERIOD
                   MOVE SCAN-IDX TO FOUND-IDX
           END-IF.

       REOPEN-ONE-PERIOD.
           DISPLAY 'Manager initials: '.
           MOVE SPACES TO MANAGER-INITIALS.
           ACCEPT MANAGER-INITIALS.
           DISPLAY 'Reason for reopening: '.
           MOVE SPACES TO REOPEN-REASON.
           ACCEPT REOPEN-REASON.
           IF REOPEN-REASON = SPACES
               DISPLAY 'A reopen needs a reason - period left closed'
           ELSE
               PERFORM CHECK-REOPEN-AUTHORITY
               IF AQ-GRANTED
                   PERFORM SAVE-REOPEN
               END-IF
           END-IF.

       CHECK-REOPEN-AUTHORITY.
           SET AQ-PERIOD-REOPEN TO TRUE.
           MOVE MANAGER-INITIALS TO AQ-AUTHORIZER.
           MOVE MANAGER-INITIALS TO AQ-REQUESTER.
           MOVE 0 TO AQ-AMOUNT.
           MOVE 'REOPEN-PERIOD' TO AQ-PROGRAM.
           MOVE SPACES TO AQ-STORE-ID.
           CALL 'AUTHORIZE-ACTION' USING AUTHORITY-REQUEST.
           EVALUATE TRUE
               WHEN AQ-GRANTED
                   CONTINUE
               WHEN AQ-NOT-ON-FILE
                   DISPLAY 'Initials not an active operator - '
                       'period left closed'
               WHEN OTHER
                   DISPLAY 'Reopening a period needs a manager - '
                       'period left closed'
           END-EVALUATE.

      * The file and the log are both written as the reopen is
      * made, so the log never shows a reopen the file doesn't hold.
       SAVE-REOPEN.
           MOVE 'O' TO PD-STATUS OF WORK-PERIOD.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO PD-CHANGED-STAMP OF WORK-PERIOD.
           MOVE MANAGER-INITIALS TO PD-CHANGED-BY OF WORK-PERIOD.
           MOVE WORK-PERIOD TO PERIOD-ENTRY (FOUND-IDX).

           OPEN OUTPUT PERIOD-FILE.
           PERFORM WRITE-PERIOD-ENTRY
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > PERIOD-COUNT.
           CLOSE PERIOD-FILE.

           MOVE REOPEN-MONTH TO PX-MONTH.
           SET PX-REOPENED TO TRUE.
           MOVE PD-CHANGED-STAMP OF WORK-PERIOD TO PX-TIMESTAMP.
           MOVE MANAGER-INITIALS TO PX-OPERATOR.
           MOVE 'REOPEN-PERIOD' TO PX-PROGRAM.
           MOVE REOPEN-REASON TO PX-REASON.
           OPEN EXTEND PERIOD-CHANGE-FILE.
           IF CHANGE-LOG-FS = '35'
               OPEN OUTPUT PERIOD-CHANGE-FILE
               CLOSE PERIOD-CHANGE-FILE
               OPEN EXTEND PERIOD-CHANGE-FILE
           END-IF.
           WRITE PERIOD-CHANGE-RECORD.
           CLOSE PERIOD-CHANGE-FILE.

           DISPLAY 'Period ' REOPEN-MONTH ' reopened'.

       WRITE-PERIOD-ENTRY.
           MOVE PERIOD-ENTRY (SCAN-IDX) TO PERIOD-CONTROL-RECORD.
           WRITE PERIOD-CONTROL-RECORD.

       END PROGRAM REOPEN-PERIOD.
