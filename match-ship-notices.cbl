       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCH-SHIP-NOTICES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE
           ASSIGN TO "purchase-orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PO-KEY
           FILE STATUS IS PO-FS.

           SELECT SUPPLIER-FILE ASSIGN TO "suppliers.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPLIER-FS.

           SELECT ASN-FILE ASSIGN TO ASN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASN-FS.

           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCEPTION-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD PURCHASE-ORDER-FILE.
           01 PURCHASE-ORDER-RECORD.
               COPY 'purchase-order-record.cpy'.

       FD SUPPLIER-FILE.
           01 SUPPLIER-RECORD.
               COPY 'supplier-record.cpy'.

       FD ASN-FILE.
           01 ASN-RECORD.
               COPY 'asn-record.cpy'.

      * One line per ship-notice line the match could not take, for
      * the buyer to chase with the supplier - the notice line as it
      * came in and why it was turned away.  An over-shipment is
      * matched all the same and listed here as well.
       FD EXCEPTION-FILE.
           01 ASN-EXCEPTION-RECORD.
               02  AX-SUPPLIER-CODE     PIC X(06).
               02  AX-ASN-NUMBER        PIC X(12).
               02  AX-IMDB-ID           PIC X(10).
               02  AX-FORMAT            PIC X(01).
               02  AX-QTY-SHIPPED       PIC 9(03).
               02  AX-REASON            PIC X(08).
                   88  AX-UNORDERED         VALUE 'UNORDERD'.
                   88  AX-ORDER-CLOSED      VALUE 'CLOSED'.
                   88  AX-OVER-SHIPPED      VALUE 'OVERSHIP'.
                   88  AX-BAD-LINE          VALUE 'BADLINE'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 PO-FS                  PIC 9(02).
           01 SUPPLIER-FS            PIC 9(02).
           01 ASN-FS                 PIC 9(02).
           01 EXCEPTION-FS           PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 ASN-NAME               PIC X(40) VALUE SPACES.
           01 EXCEPTION-NAME         PIC X(40) VALUE SPACES.
           01 PO-EOF-SW              PIC X(01).
               88  PO-EOF                VALUE 'Y'.
           01 SUPPLIER-EOF-SW        PIC X(01) VALUE 'N'.
               88  SUPPLIER-EOF          VALUE 'Y'.
           01 ASN-EOF-SW             PIC X(01).
               88  ASN-EOF               VALUE 'Y'.
           01 EXCEPTION-OPEN-SW      PIC X(01) VALUE 'N'.
               88  EXCEPTION-FILE-OPEN   VALUE 'Y'.
           01 ORDERED-BEFORE-SW      PIC X(01).
               88  ORDERED-BEFORE        VALUE 'Y'.
           01 FALLBACK-STAMP         PIC X(14).
           01 REF-MATCH-STAMP        PIC X(14).
           01 MATCHED-STAMP          PIC X(14).
           01 FILES-READ             PIC 9(04) VALUE 0.
           01 NOTICE-LINES           PIC 9(06) VALUE 0.
           01 LINES-MATCHED          PIC 9(06) VALUE 0.
           01 EXCEPTION-COUNT        PIC 9(06) VALUE 0.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
      * Every supplier on the master is looked for, disabled ones
      * included - a supplier taken off new orders still ships what
      * it was already bought for.
           01 SUPPLIER-COUNT         PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-IDX           PIC 9(04) VALUE 0 COMP.
           01 CURRENT-SUPPLIER.
               COPY 'supplier-record.cpy'.
           01 SUPPLIER-TABLE.
               02  SUPPLIER-ENTRY OCCURS 200 TIMES PIC X(41).
       PROCEDURE DIVISION.
      * Nightly: read each supplier's advance-ship-notice file,
      * asn-<code>.dat, and pre-match every shipped quantity to the
      * purchase-order line it was bought on - the line carrying
      * the order reference the notice quotes, or failing that the
      * oldest open line for the title and format from the same
      * supplier - so RECEIVE-STOCK only has to confirm what the
      * supplier says is in the box.  A notice line for a title
      * never ordered from that supplier, or whose orders are all
      * closed, is flagged to asn-exceptions-<run stamp>.dat for
      * the buyer and the step ends at 4.  Each notice file is
      * emptied once read, the way the web-request batch empties
      * its inbound file.  The counter sessions are kept out for
      * the run, so receiving never moves a line under the match.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           MOVE SPACES TO EXCEPTION-NAME.
           STRING 'asn-exceptions-' DELIMITED BY SIZE
               RUN-START-TIME DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO EXCEPTION-NAME.

           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Counter sessions still signed on - notices '
                   'left for the next run'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-PURCHASE-ORDER-FILE.
           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM READ-SUPPLIER-NOTICES
               VARYING SUPPLIER-IDX FROM 1 BY 1
               UNTIL SUPPLIER-IDX > SUPPLIER-COUNT.

           CLOSE PURCHASE-ORDER-FILE.
           IF EXCEPTION-FILE-OPEN
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM RELEASE-MOVIE-LOCK.

           PERFORM WRITE-RUN-CONTROL.
           DISPLAY 'Ship notices: ' FILES-READ ' files, '
               NOTICE-LINES ' lines read, ' LINES-MATCHED
               ' matched, ' EXCEPTION-COUNT ' exceptions'.
           IF EXCEPTION-COUNT > 0
               DISPLAY 'Exceptions to '
                   FUNCTION TRIM(EXCEPTION-NAME)
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'MATCH-SHIP-NOTICES' TO LOCK-CALLER.
           SET LOCK-BATCH-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

      * A shop that never cut an order still gets its notices read
      * - every line of them is then an exception.
       OPEN-PURCHASE-ORDER-FILE.
           OPEN I-O PURCHASE-ORDER-FILE.
           IF PO-FS = '35'
               OPEN OUTPUT PURCHASE-ORDER-FILE
               CLOSE PURCHASE-ORDER-FILE
               OPEN I-O PURCHASE-ORDER-FILE
           END-IF.

       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FS = '00'
               PERFORM LOAD-SUPPLIER-ENTRY UNTIL SUPPLIER-EOF
               CLOSE SUPPLIER-FILE
           END-IF.

       LOAD-SUPPLIER-ENTRY.
           READ SUPPLIER-FILE
               AT END
                   SET SUPPLIER-EOF TO TRUE
               NOT AT END
                   IF SUPPLIER-COUNT < 200
                       ADD 1 TO SUPPLIER-COUNT
                       MOVE SUPPLIER-RECORD
                           TO SUPPLIER-ENTRY (SUPPLIER-COUNT)
                   END-IF
           END-READ.

      * No notice file from a supplier is the usual night - nothing
      * shipped.
       READ-SUPPLIER-NOTICES.
           MOVE SUPPLIER-ENTRY (SUPPLIER-IDX) TO CURRENT-SUPPLIER.
           MOVE SPACES TO ASN-NAME.
           STRING 'asn-' DELIMITED BY SIZE
               SUP-CODE OF CURRENT-SUPPLIER DELIMITED BY SPACE
               '.dat' DELIMITED BY SIZE
               INTO ASN-NAME.
           OPEN INPUT ASN-FILE.
           IF ASN-FS = '00'
               ADD 1 TO FILES-READ
               MOVE 'N' TO ASN-EOF-SW
               PERFORM MATCH-ONE-NOTICE-LINE UNTIL ASN-EOF
               CLOSE ASN-FILE
               OPEN OUTPUT ASN-FILE
               CLOSE ASN-FILE
           END-IF.

       MATCH-ONE-NOTICE-LINE.
           READ ASN-FILE
               AT END
                   SET ASN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO NOTICE-LINES
                   IF ASN-IMDB-ID = SPACES
                       OR NOT ASN-FORMAT-VALID
                       OR ASN-QTY-SHIPPED NOT NUMERIC
                       OR ASN-QTY-SHIPPED = 0
                           SET AX-BAD-LINE TO TRUE
                           PERFORM WRITE-NOTICE-EXCEPTION
                   ELSE
                       PERFORM FIND-ORDER-LINE
                       PERFORM APPLY-NOTICE-LINE
                   END-IF
           END-READ.

      * Walk the title's lines.  Any line at all from this supplier
      * means the title was ordered from them; among the open ones
      * in the shipped format, the one carrying the quoted order
      * reference wins, else the oldest.
       FIND-ORDER-LINE.
           MOVE 'N' TO ORDERED-BEFORE-SW.
           MOVE SPACES TO FALLBACK-STAMP.
           MOVE SPACES TO REF-MATCH-STAMP.
           MOVE 'N' TO PO-EOF-SW.
           MOVE ASN-IMDB-ID TO PO-IMDB-ID.
           MOVE LOW-VALUES TO PO-ORDERED-STAMP.
           MOVE LOW-VALUES TO PO-FORMAT.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET PO-EOF TO TRUE
           END-START.
           PERFORM SCAN-TITLE-ORDER-LINE UNTIL PO-EOF.
           IF REF-MATCH-STAMP NOT = SPACES
               MOVE REF-MATCH-STAMP TO MATCHED-STAMP
           ELSE
               MOVE FALLBACK-STAMP TO MATCHED-STAMP
           END-IF.

       SCAN-TITLE-ORDER-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
               NOT AT END
                   IF PO-IMDB-ID NOT = ASN-IMDB-ID
                       SET PO-EOF TO TRUE
                   ELSE
                       IF PO-SUPPLIER-CODE =
                           SUP-CODE OF CURRENT-SUPPLIER
                               PERFORM WEIGH-ORDER-LINE
                       END-IF
                   END-IF
           END-READ.

       WEIGH-ORDER-LINE.
           SET ORDERED-BEFORE TO TRUE.
           IF PO-OPEN AND PO-FORMAT = ASN-FORMAT
               IF FALLBACK-STAMP = SPACES
                   MOVE PO-ORDERED-STAMP TO FALLBACK-STAMP
               END-IF
               IF ASN-ORDER-REF NOT = SPACES
                   AND PO-ORDER-REF = ASN-ORDER-REF
                   AND REF-MATCH-STAMP = SPACES
                       MOVE PO-ORDERED-STAMP TO REF-MATCH-STAMP
               END-IF
           END-IF.

      * The shipped count accumulates - a line sent in two boxes
      * gets two notices - and the latest notice number rides the
      * line for the receiving clerk.  Lines from before suppliers
      * carry a blank count, read as none shipped yet.
       APPLY-NOTICE-LINE.
           EVALUATE TRUE
               WHEN MATCHED-STAMP NOT = SPACES
                   MOVE ASN-IMDB-ID TO PO-IMDB-ID
                   MOVE MATCHED-STAMP TO PO-ORDERED-STAMP
                   MOVE ASN-FORMAT TO PO-FORMAT
                   READ PURCHASE-ORDER-FILE
                       INVALID KEY
                           SET AX-BAD-LINE TO TRUE
                           PERFORM WRITE-NOTICE-EXCEPTION
                       NOT INVALID KEY
                           PERFORM BOOK-NOTICE-QUANTITY
                   END-READ
               WHEN ORDERED-BEFORE
                   SET AX-ORDER-CLOSED TO TRUE
                   PERFORM WRITE-NOTICE-EXCEPTION
               WHEN OTHER
                   SET AX-UNORDERED TO TRUE
                   PERFORM WRITE-NOTICE-EXCEPTION
           END-EVALUATE.

       BOOK-NOTICE-QUANTITY.
           IF PO-QTY-SHIPPED NOT NUMERIC
               MOVE 0 TO PO-QTY-SHIPPED
           END-IF.
           ADD ASN-QTY-SHIPPED TO PO-QTY-SHIPPED.
           MOVE ASN-NUMBER TO PO-ASN-NUMBER.
           REWRITE PURCHASE-ORDER-RECORD.
           ADD 1 TO LINES-MATCHED.
           IF PO-QTY-SHIPPED > PO-QTY-ORDERED
               SET AX-OVER-SHIPPED TO TRUE
               PERFORM WRITE-NOTICE-EXCEPTION
           END-IF.

       WRITE-NOTICE-EXCEPTION.
           IF NOT EXCEPTION-FILE-OPEN
               OPEN OUTPUT EXCEPTION-FILE
               SET EXCEPTION-FILE-OPEN TO TRUE
           END-IF.
           MOVE SUP-CODE OF CURRENT-SUPPLIER TO AX-SUPPLIER-CODE.
           MOVE ASN-NUMBER TO AX-ASN-NUMBER.
           MOVE ASN-IMDB-ID TO AX-IMDB-ID.
           MOVE ASN-FORMAT TO AX-FORMAT.
           IF ASN-QTY-SHIPPED NUMERIC
               MOVE ASN-QTY-SHIPPED TO AX-QTY-SHIPPED
           ELSE
               MOVE 0 TO AX-QTY-SHIPPED
           END-IF.
           WRITE ASN-EXCEPTION-RECORD.
           ADD 1 TO EXCEPTION-COUNT.
           EVALUATE TRUE
               WHEN AX-UNORDERED
                   DISPLAY AX-SUPPLIER-CODE ' ' AX-ASN-NUMBER ' '
                       AX-IMDB-ID ' - never ordered from this '
                       'supplier'
               WHEN AX-ORDER-CLOSED
                   DISPLAY AX-SUPPLIER-CODE ' ' AX-ASN-NUMBER ' '
                       AX-IMDB-ID ' - no open order line left in '
                       'format ' AX-FORMAT
               WHEN AX-OVER-SHIPPED
                   DISPLAY AX-SUPPLIER-CODE ' ' AX-ASN-NUMBER ' '
                       AX-IMDB-ID ' - shipped ' PO-QTY-SHIPPED
                       ' against ' PO-QTY-ORDERED ' ordered'
               WHEN OTHER
                   DISPLAY AX-SUPPLIER-CODE ' ' AX-ASN-NUMBER ' '
                       AX-IMDB-ID ' - unreadable notice line'
           END-EVALUATE.

       WRITE-RUN-CONTROL.
           MOVE 'MATCH-SHIP-NOTICES' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE NOTICE-LINES TO RUN-RECORDS-READ.
           MOVE LINES-MATCHED TO RUN-RECORDS-WRITTEN.
           MOVE EXCEPTION-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM MATCH-SHIP-NOTICES.
