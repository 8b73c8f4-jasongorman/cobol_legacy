       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "period-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           01 PERIOD-CONTROL-RECORD.
               COPY 'period-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 PERIOD-FS              PIC 9(02).
           01 PERIOD-EOF-SW          PIC X(01).
               88  PERIOD-EOF            VALUE 'Y'.
       LINKAGE SECTION.
           01 PERIOD-REQUEST.
               COPY 'period-request.cpy'.
       PROCEDURE DIVISION USING PERIOD-REQUEST.
      * Says whether PQ-DATE falls in a closed accounting month.
      * No control file, or no row for the month, means open - a
      * shop that has never run a month-end close refuses nothing.
       MAIN-PROCEDURE.
           MOVE PQ-DATE (1:6) TO PQ-MONTH.
           SET PQ-OPEN TO TRUE.
           MOVE 'N' TO PERIOD-EOF-SW.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-FS = '00'
               PERFORM CHECK-ONE-PERIOD UNTIL PERIOD-EOF
               CLOSE PERIOD-FILE
           END-IF.
           GOBACK.

       CHECK-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET PERIOD-EOF TO TRUE
               NOT AT END
                   IF PD-MONTH = PQ-MONTH
                       SET PERIOD-EOF TO TRUE
                       IF PD-CLOSED
                           SET PQ-CLOSED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM CHECK-PERIOD.
