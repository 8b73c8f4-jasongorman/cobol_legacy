           SELECT WORK-FILE ASSIGN TO "audit-rollover.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FS.

           SELECT SEQUENCE-FILE ASSIGN TO "audit-sequence.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQUENCE-FS.
       DATA DIVISION.
       FILE SECTION.
      * The live-trail layout grew its override fields; the internal
               COPY 'price-audit-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(84).

       FD WORK-FILE.
           01 WORK-RECORD               PIC X(84).

       FD SEQUENCE-FILE.
           01 AUDIT-SEQUENCE-RECORD.
               COPY 'audit-sequence-record.cpy'.
       WORKING-STORAGE SECTION.
           01 LIVE-FS                PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 WORK-FS                PIC 9(02).
           01 SEQUENCE-FS            PIC 9(02).
           01 MONTH-COPIED           PIC 9(08).
           01 LOG-EOF-SW             PIC X(01) VALUE 'N'.
               88  LOG-EOF               VALUE 'Y'.
               88  PASS-FAILED           VALUE 'Y'.
           01 RUN-FAILED-SW          PIC X(01) VALUE 'N'.
               88  RUN-FAILED            VALUE 'Y'.
      * Only the live trail is sealed; the internal log's rows
      * carry no sequence and roll over exactly as before.
           01 SEALED-LOG-SW          PIC X(01) VALUE 'N'.
               88  SEALED-LOG            VALUE 'Y'.
           01 PASS-LAST-SEQUENCE     PIC 9(09).
           01 PASS-LAST-CHAIN        PIC 9(09).
           01 SEQUENCE-WORK.
               COPY 'audit-sequence-record.cpy'.

           01 LOG-RECORD-COUNT       PIC 9(08).
           01 ARCHIVED-COUNT         PIC 9(08).
                   03  MONTH-KEY           PIC X(06).
                   03  MONTH-RECORDS       PIC 9(08).
                   03  MONTH-AMOUNT        PIC 9(9)V9(2).
                   03  MONTH-LAST-SEQUENCE PIC 9(09).
                   03  MONTH-LAST-CHAIN    PIC 9(09).

           01 TRAILER-COUNT          PIC 9(08).
           01 TRAILER-AMOUNT         PIC 9(9).9(2).
       MAIN-PROCEDURE.
           MOVE 'price-audit.log' TO LIVE-LOG-NAME.
           MOVE 'price-audit-' TO ARCHIVE-PREFIX.
           SET SEALED-LOG TO TRUE.
           PERFORM ROLL-OVER-ONE-LOG.
           IF NOT PASS-FAILED AND PASS-LAST-SEQUENCE > 0
               PERFORM RECORD-CARRY-FORWARD
           END-IF.

           MOVE 'N' TO SEALED-LOG-SW.
           MOVE 'price-audit-internal.log' TO LIVE-LOG-NAME.
           MOVE 'price-audit-internal-' TO ARCHIVE-PREFIX.
           PERFORM ROLL-OVER-ONE-LOG.
           MOVE 0 TO MONTH-COUNT.
           MOVE 0 TO LOG-RECORD-COUNT.
           MOVE 0 TO ARCHIVED-COUNT.
           MOVE 0 TO PASS-LAST-SEQUENCE.
           MOVE 0 TO PASS-LAST-CHAIN.

           PERFORM COLLECT-LOG-MONTHS.

                   MOVE RECORD-MONTH TO MONTH-KEY (MONTH-COUNT)
                   MOVE 1 TO MONTH-RECORDS (MONTH-COUNT)
                   MOVE AUDIT-PRICE TO MONTH-AMOUNT (MONTH-COUNT)
                   MOVE 0 TO MONTH-LAST-SEQUENCE (MONTH-COUNT)
                   MOVE 0 TO MONTH-LAST-CHAIN (MONTH-COUNT)
                   MOVE MONTH-COUNT TO MONTH-IDX
               END-IF
           ELSE
               SUBTRACT 1 FROM MONTH-IDX
           END-IF.

           IF SEALED-LOG AND AUDIT-SEQUENCE IS NUMERIC
               AND NOT PASS-FAILED
                   PERFORM NOTE-LAST-SEAL
           END-IF.

      * The highest seal in each month goes on that month's trailer,
      * and the highest in the pass is the carry-forward point.
       NOTE-LAST-SEAL.
           IF AUDIT-SEQUENCE > MONTH-LAST-SEQUENCE (MONTH-IDX)
               MOVE AUDIT-SEQUENCE TO MONTH-LAST-SEQUENCE (MONTH-IDX)
               MOVE AUDIT-CHAIN TO MONTH-LAST-CHAIN (MONTH-IDX)
           END-IF.
           IF AUDIT-SEQUENCE > PASS-LAST-SEQUENCE
               MOVE AUDIT-SEQUENCE TO PASS-LAST-SEQUENCE
               MOVE AUDIT-CHAIN TO PASS-LAST-CHAIN
           END-IF.

       LOOK-UP-MONTH.
                   WRITE LIVE-AUDIT-RECORD
           END-READ.

      * A sealed month's trailer also carries the sequence number
      * and control value of its last row, so the archive states
      * where its run ends and the next month's first row can be
      * checked against it without the live log.
       WRITE-MONTH-TRAILER.
           MOVE MONTH-RECORDS (MONTH-IDX) TO TRAILER-COUNT.
           MOVE MONTH-AMOUNT (MONTH-IDX) TO TRAILER-AMOUNT.
               ' TOTAL ' DELIMITED BY SIZE
               TRAILER-AMOUNT DELIMITED BY SIZE
               INTO ARCHIVE-LINE.
           IF MONTH-LAST-SEQUENCE (MONTH-IDX) > 0
               MOVE ' SEQ ' TO ARCHIVE-LINE (51:5)
               MOVE MONTH-LAST-SEQUENCE (MONTH-IDX)
                   TO ARCHIVE-LINE (56:9)
               MOVE ' CHAIN ' TO ARCHIVE-LINE (65:7)
               MOVE MONTH-LAST-CHAIN (MONTH-IDX)
                   TO ARCHIVE-LINE (72:9)
           END-IF.
           WRITE ARCHIVE-LINE.

      * The live log is empty after a clean pass, so the point its
      * next row chains from goes on the sequence control - the
      * sealer carries on from the last row handed out, and the
      * verifier can tie the new log's first row back to the
      * archives.  A control file lost since the last row was
      * sealed is rebuilt from the archived run rather than letting
      * the next row restart the count at 1.
       RECORD-CARRY-FORWARD.
           MOVE 0 TO SQ-LAST-SEQUENCE OF SEQUENCE-WORK.
           OPEN INPUT SEQUENCE-FILE.
           IF SEQUENCE-FS = '00'
               READ SEQUENCE-FILE
                   NOT AT END
                       MOVE AUDIT-SEQUENCE-RECORD TO SEQUENCE-WORK
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.
           IF SQ-LAST-SEQUENCE OF SEQUENCE-WORK < PASS-LAST-SEQUENCE
               MOVE PASS-LAST-SEQUENCE
                   TO SQ-LAST-SEQUENCE OF SEQUENCE-WORK
               MOVE PASS-LAST-CHAIN TO SQ-LAST-CHAIN OF SEQUENCE-WORK
               MOVE SPACES TO SQ-LAST-TIMESTAMP OF SEQUENCE-WORK
               MOVE MONTH-KEY (1) TO SQ-FIRST-MONTH OF SEQUENCE-WORK
           END-IF.
           MOVE PASS-LAST-SEQUENCE
               TO SQ-ROLLED-SEQUENCE OF SEQUENCE-WORK.
           MOVE PASS-LAST-CHAIN TO SQ-ROLLED-CHAIN OF SEQUENCE-WORK.
           OPEN OUTPUT SEQUENCE-FILE.
           MOVE SEQUENCE-WORK TO AUDIT-SEQUENCE-RECORD.
           WRITE AUDIT-SEQUENCE-RECORD.
           CLOSE SEQUENCE-FILE.
           DISPLAY 'price-audit.log carried forward from sequence '
               PASS-LAST-SEQUENCE.

       END PROGRAM AUDIT-ROLLOVER.
