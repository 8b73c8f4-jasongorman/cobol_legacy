       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSE-PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-FS.

           SELECT PERIOD-CHANGE-FILE ASSIGN TO "period-changes.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-LOG-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           01 PERIOD-CONTROL-RECORD.
               COPY 'period-control-record.cpy'.

       FD PERIOD-CHANGE-FILE.
           01 PERIOD-CHANGE-RECORD.
               COPY 'period-change-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 PERIOD-FS              PIC 9(02).
           01 CHANGE-LOG-FS          PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 PERIOD-EOF-SW          PIC X(01) VALUE 'N'.
               88  PERIOD-EOF            VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 CURRENT-MONTH          PIC 9(06).
           01 CLOSE-MONTH            PIC 9(06) VALUE 0.
           01 LAST-MONTH.
               02  LAST-YEAR           PIC 9(04).
               02  LAST-MM             PIC 9(02).
           01 PERIODS-READ           PIC 9(06) VALUE 0.
           01 PERIODS-WRITTEN        PIC 9(06) VALUE 0.
           01 FOUND-IDX              PIC 9(04) VALUE 0 COMP.
           01 SCAN-IDX               PIC 9(04) VALUE 0 COMP.
           01 PERIOD-COUNT           PIC 9(04) VALUE 0 COMP.
           01 OVERFLOW-COUNT         PIC 9(04) VALUE 0 COMP.
      * One month, unpacked for field access - rows ride the table
      * as raw record images, the way MAINTAIN-OPERATORS carries
      * operator rows.
           01 WORK-PERIOD.
               COPY 'period-control-record.cpy'.
           01 PERIOD-TABLE.
               02  PERIOD-ENTRY OCCURS 600 TIMES PIC X(24).
       PROCEDURE DIVISION.
      * Last step of the month-end chain: mark the month just
      * reported as closed on period-control.dat, so nothing can
      * date a financial entry into it afterwards without a manager
      * reopening it through REOPEN-PERIOD.  Only a month already
      * over can be closed - today's counter entries always land in
      * an open month.  Closing a month that is already closed is a
      * clean rerun and changes nothing.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE (1:6) TO CURRENT-MONTH.

      * December's close runs in January of the next year.
           MOVE CURRENT-MONTH TO LAST-MONTH.
           IF LAST-MM = 1
               SUBTRACT 1 FROM LAST-YEAR
               MOVE 12 TO LAST-MM
           ELSE
               SUBTRACT 1 FROM LAST-MM
           END-IF.

           DISPLAY 'Month to close YYYYMM (blank for last month): '.
           ACCEPT CLOSE-MONTH.
           IF CLOSE-MONTH = 0
               MOVE LAST-MONTH TO CLOSE-MONTH
           END-IF.

           IF CLOSE-MONTH (5:2) < '01' OR CLOSE-MONTH (5:2) > '12'
               OR CLOSE-MONTH >= CURRENT-MONTH
                   DISPLAY 'Cannot close ' CLOSE-MONTH
                       ' - only a month already over can be closed'
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.

           PERFORM LOAD-PERIOD-TABLE.
           IF OVERFLOW-COUNT > 0
               DISPLAY 'WARNING - ' OVERFLOW-COUNT ' months did not '
                   'fit the work table - period not closed'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A month not yet on the file takes a new row, and the work
      * table has room for 600 - a full table refuses the close
      * rather than write past it.
           PERFORM FIND-PERIOD-ENTRY.
           EVALUATE TRUE
               WHEN FOUND-IDX > 0 AND PD-CLOSED OF WORK-PERIOD
                   DISPLAY 'Period ' CLOSE-MONTH ' already closed'
               WHEN FOUND-IDX = 0 AND PERIOD-COUNT >= 600
                   DISPLAY 'Period table full at ' PERIOD-COUNT
                       ' months - ' CLOSE-MONTH ' not closed'
                   PERFORM WRITE-RUN-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   PERFORM CLOSE-ONE-PERIOD
           END-EVALUATE.

           PERFORM WRITE-RUN-CONTROL.
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
                   ADD 1 TO PERIODS-READ
                   IF PERIOD-COUNT < 600
                       ADD 1 TO PERIOD-COUNT
                       MOVE PERIOD-CONTROL-RECORD
                           TO PERIOD-ENTRY (PERIOD-COUNT)
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT
                   END-IF
           END-READ.

       FIND-PERIOD-ENTRY.
           MOVE 0 TO FOUND-IDX.
           PERFORM SCAN-PERIOD-TABLE
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > PERIOD-COUNT OR FOUND-IDX > 0.

       SCAN-PERIOD-TABLE.
           MOVE PERIOD-ENTRY (SCAN-IDX) TO WORK-PERIOD.
           IF PD-MONTH OF WORK-PERIOD = CLOSE-MONTH
               MOVE SCAN-IDX TO FOUND-IDX
           END-IF.

       CLOSE-ONE-PERIOD.
           IF FOUND-IDX = 0
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO FOUND-IDX
               MOVE SPACES TO WORK-PERIOD
               MOVE CLOSE-MONTH TO PD-MONTH OF WORK-PERIOD
           END-IF.
           SET PD-CLOSED OF WORK-PERIOD TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:14)
               TO PD-CHANGED-STAMP OF WORK-PERIOD.
           MOVE 'BAT' TO PD-CHANGED-BY OF WORK-PERIOD.
           MOVE WORK-PERIOD TO PERIOD-ENTRY (FOUND-IDX).

           OPEN OUTPUT PERIOD-FILE.
           PERFORM WRITE-PERIOD-ENTRY
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > PERIOD-COUNT.
           CLOSE PERIOD-FILE.

           MOVE CLOSE-MONTH TO PX-MONTH.
           SET PX-CLOSED TO TRUE.
           MOVE PD-CHANGED-STAMP OF WORK-PERIOD TO PX-TIMESTAMP.
           MOVE 'BAT' TO PX-OPERATOR.
           MOVE 'CLOSE-PERIOD' TO PX-PROGRAM.
           MOVE 'Month-end close' TO PX-REASON.
           OPEN EXTEND PERIOD-CHANGE-FILE.
           IF CHANGE-LOG-FS = '35'
               OPEN OUTPUT PERIOD-CHANGE-FILE
               CLOSE PERIOD-CHANGE-FILE
               OPEN EXTEND PERIOD-CHANGE-FILE
           END-IF.
           WRITE PERIOD-CHANGE-RECORD.
           CLOSE PERIOD-CHANGE-FILE.

           DISPLAY 'Period ' CLOSE-MONTH ' closed'.

       WRITE-PERIOD-ENTRY.
           MOVE PERIOD-ENTRY (SCAN-IDX) TO PERIOD-CONTROL-RECORD.
           WRITE PERIOD-CONTROL-RECORD.
           ADD 1 TO PERIODS-WRITTEN.

       WRITE-RUN-CONTROL.
           MOVE 'CLOSE-PERIOD' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE PERIODS-READ TO RUN-RECORDS-READ.
           MOVE PERIODS-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM CLOSE-PERIOD.
