       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEND-PURCHASE-ORDERS.
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

           SELECT OUTBOUND-FILE ASSIGN TO OUTBOUND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTBOUND-FS.

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

       FD OUTBOUND-FILE.
           01 PO-OUTBOUND-RECORD.
               COPY 'po-outbound-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 PO-FS                  PIC 9(02).
           01 SUPPLIER-FS            PIC 9(02).
           01 OUTBOUND-FS            PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 TODAY-DATE             PIC 9(08).
           01 PO-EOF-SW              PIC X(01).
               88  PO-EOF                VALUE 'Y'.
           01 SUPPLIER-EOF-SW        PIC X(01) VALUE 'N'.
               88  SUPPLIER-EOF          VALUE 'Y'.
           01 OUTBOUND-OPEN-SW       PIC X(01).
               88  OUTBOUND-FILE-OPEN    VALUE 'Y'.
           01 OUTBOUND-NAME          PIC X(40) VALUE SPACES.
           01 ORDER-REF              PIC X(20) VALUE SPACES.
           01 WANTED-BY-DATE         PIC 9(08).
           01 METHOD-LABEL           PIC X(30) VALUE SPACES.
           01 LINES-READ             PIC 9(06) VALUE 0.
           01 LINES-SENT             PIC 9(06) VALUE 0.
           01 LINES-HELD             PIC 9(06) VALUE 0.
           01 LINES-BY-HAND          PIC 9(06) VALUE 0.
           01 SUPPLIER-LINES         PIC 9(04) VALUE 0.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
      * The supplier master as raw record images, the way
      * MAINTAIN-SUPPLIERS holds it.
           01 SUPPLIER-COUNT         PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-IDX           PIC 9(04) VALUE 0 COMP.
           01 SUPPLIER-AT            PIC 9(04) VALUE 0 COMP.
           01 SCAN-IDX               PIC 9(04) VALUE 0 COMP.
           01 CURRENT-SUPPLIER.
               COPY 'supplier-record.cpy'.
           01 SCAN-SUPPLIER.
               COPY 'supplier-record.cpy'.
           01 SUPPLIER-TABLE.
               02  SUPPLIER-ENTRY OCCURS 200 TIMES PIC X(41).
       PROCEDURE DIVISION.
      * Nightly: every purchase-order line cut since the last run
      * goes out to its supplier on an outbound order file, one
      * file per supplier, po-out-<code>-<run stamp>.dat, under
      * one order reference that is stamped back on the lines it
      * carries - so a line is sent once, a rerun sends only what
      * is new, and a ship notice quoting the reference finds its
      * lines again.  The supplier's ordering method says what
      * becomes of the file and is printed beside it for the
      * buyer.  A line whose supplier is missing from the master or
      * disabled is held back and listed, and the step ends at 4;
      * lines cut with no supplier at all (before the master, or a
      * shop without one) are counted as placed by hand.  The
      * counter sessions are kept out for the run, so receiving
      * never moves a line under the stamp.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Counter sessions still signed on - nothing '
                   'sent, rerun when they are off'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PURCHASE-ORDER-FILE.
           IF PO-FS NOT = '00'
               DISPLAY 'No purchase-order file - nothing to send'
               PERFORM RELEASE-MOVIE-LOCK
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
           END-IF.

           PERFORM LOAD-SUPPLIER-TABLE.
           PERFORM SEND-ONE-SUPPLIER
               VARYING SUPPLIER-IDX FROM 1 BY 1
               UNTIL SUPPLIER-IDX > SUPPLIER-COUNT.
           PERFORM LIST-UNSENT-LINES.

           CLOSE PURCHASE-ORDER-FILE.
           PERFORM RELEASE-MOVIE-LOCK.

           PERFORM WRITE-RUN-CONTROL.
           DISPLAY 'Purchase orders: ' LINES-SENT ' lines sent, '
               LINES-HELD ' held, ' LINES-BY-HAND
               ' with no supplier'.
           IF LINES-HELD > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'SEND-PURCHASE-ORDERS' TO LOCK-CALLER.
           SET LOCK-BATCH-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

      * Disabled suppliers are loaded too - their unsent lines are
      * held back by name instead of passing as unknown codes.
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

      * One pass of the PO file per active supplier; the file is
      * only cut when the supplier has something new, so a quiet
      * night leaves no empty files behind.
       SEND-ONE-SUPPLIER.
           MOVE SUPPLIER-ENTRY (SUPPLIER-IDX) TO CURRENT-SUPPLIER.
           IF SUP-ACTIVE OF CURRENT-SUPPLIER
               MOVE 'N' TO OUTBOUND-OPEN-SW
               MOVE 0 TO SUPPLIER-LINES
               MOVE SPACES TO ORDER-REF
               STRING SUP-CODE OF CURRENT-SUPPLIER DELIMITED BY SPACE
                   '-' DELIMITED BY SIZE
                   RUN-START-TIME (3:12) DELIMITED BY SIZE
                   INTO ORDER-REF
               COMPUTE WANTED-BY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   + SUP-LEAD-DAYS OF CURRENT-SUPPLIER)
               PERFORM START-PO-WALK
               PERFORM SEND-ONE-LINE UNTIL PO-EOF
               IF OUTBOUND-FILE-OPEN
                   CLOSE OUTBOUND-FILE
                   PERFORM NAME-ORDER-METHOD
                   DISPLAY SUP-CODE OF CURRENT-SUPPLIER ' '
                       SUP-NAME OF CURRENT-SUPPLIER ' '
                       SUPPLIER-LINES ' lines, order '
                       FUNCTION TRIM(ORDER-REF) ' - '
                       FUNCTION TRIM(METHOD-LABEL)
                   DISPLAY '    ' FUNCTION TRIM(OUTBOUND-NAME)
               END-IF
           END-IF.

       START-PO-WALK.
           MOVE 'N' TO PO-EOF-SW.
           MOVE LOW-VALUES TO PO-KEY.
           START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-KEY
               INVALID KEY
                   SET PO-EOF TO TRUE
           END-START.

       SEND-ONE-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
               NOT AT END
                   IF PO-OPEN
                       AND PO-ORDER-REF = SPACES
                       AND PO-SUPPLIER-CODE =
                           SUP-CODE OF CURRENT-SUPPLIER
                           PERFORM WRITE-OUTBOUND-LINE
                   END-IF
           END-READ.

       WRITE-OUTBOUND-LINE.
           IF NOT OUTBOUND-FILE-OPEN
               PERFORM OPEN-OUTBOUND-FILE
           END-IF.
           IF OUTBOUND-FILE-OPEN
               MOVE ORDER-REF TO POX-ORDER-REF
               MOVE PO-SUPPLIER-CODE TO POX-SUPPLIER-CODE
               MOVE PO-KEY TO POX-LINE-REF
               MOVE PO-IMDB-ID TO POX-IMDB-ID
               MOVE PO-FORMAT TO POX-FORMAT
               MOVE PO-QTY-ORDERED TO POX-QTY-ORDERED
               MOVE PO-UNIT-COST TO POX-UNIT-COST
               COMPUTE POX-LINE-VALUE =
                   PO-QTY-ORDERED * PO-UNIT-COST
               MOVE WANTED-BY-DATE TO POX-WANTED-BY-DATE
               WRITE PO-OUTBOUND-RECORD
               MOVE ORDER-REF TO PO-ORDER-REF
               MOVE TODAY-DATE TO PO-SENT-DATE
               MOVE 0 TO PO-QTY-SHIPPED
               MOVE SPACES TO PO-ASN-NUMBER
               REWRITE PURCHASE-ORDER-RECORD
               ADD 1 TO SUPPLIER-LINES
               ADD 1 TO LINES-SENT
           END-IF.

      * A file that will not open leaves the supplier's lines
      * unstamped, so the next run sends them.
       OPEN-OUTBOUND-FILE.
           MOVE SPACES TO OUTBOUND-NAME.
           STRING 'po-out-' DELIMITED BY SIZE
               SUP-CODE OF CURRENT-SUPPLIER DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               RUN-START-TIME DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO OUTBOUND-NAME.
           OPEN OUTPUT OUTBOUND-FILE.
           IF OUTBOUND-FS = '00'
               SET OUTBOUND-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'Cannot open ' FUNCTION TRIM(OUTBOUND-NAME)
                   ' - ' SUP-CODE OF CURRENT-SUPPLIER
                   ' not sent'
               SET PO-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       NAME-ORDER-METHOD.
           EVALUATE TRUE
               WHEN SUP-BY-EMAIL OF CURRENT-SUPPLIER
                   MOVE 'E-MAIL THE FILE TO THE SUPPLIER'
                       TO METHOD-LABEL
               WHEN SUP-BY-PHONE OF CURRENT-SUPPLIER
                   MOVE '*** PHONE THE ORDER IN ***' TO METHOD-LABEL
               WHEN OTHER
                   MOVE 'SUPPLIER COLLECTS THE FILE' TO METHOD-LABEL
           END-EVALUATE.

      * Whatever is still open and unsent after every supplier has
      * had its pass: no supplier at all is counted, a supplier the
      * master doesn't know or has disabled is held and listed.
       LIST-UNSENT-LINES.
           PERFORM START-PO-WALK.
           PERFORM CHECK-UNSENT-LINE UNTIL PO-EOF.

       CHECK-UNSENT-LINE.
           READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END
                   SET PO-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LINES-READ
                   IF PO-OPEN AND PO-ORDER-REF = SPACES
                       IF PO-SUPPLIER-CODE = SPACES
                           ADD 1 TO LINES-BY-HAND
                       ELSE
                           PERFORM HOLD-UNSENT-LINE
                       END-IF
                   END-IF
           END-READ.

       HOLD-UNSENT-LINE.
           ADD 1 TO LINES-HELD.
           MOVE 0 TO SUPPLIER-AT.
           PERFORM FIND-LINE-SUPPLIER
               VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > SUPPLIER-COUNT OR SUPPLIER-AT > 0.
           IF SUPPLIER-AT > 0
               DISPLAY 'HELD ' PO-IMDB-ID ' ' PO-FORMAT ' ordered '
                   PO-ORDERED-DATE ' - supplier ' PO-SUPPLIER-CODE
                   ' is disabled'
           ELSE
               DISPLAY 'HELD ' PO-IMDB-ID ' ' PO-FORMAT ' ordered '
                   PO-ORDERED-DATE ' - supplier ' PO-SUPPLIER-CODE
                   ' not on the supplier master'
           END-IF.

       FIND-LINE-SUPPLIER.
           MOVE SUPPLIER-ENTRY (SCAN-IDX) TO SCAN-SUPPLIER.
           IF SUP-CODE OF SCAN-SUPPLIER = PO-SUPPLIER-CODE
               MOVE SCAN-IDX TO SUPPLIER-AT
           END-IF.

       WRITE-RUN-CONTROL.
           MOVE 'SEND-PURCHASE-ORDERS' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE LINES-READ TO RUN-RECORDS-READ.
           MOVE LINES-SENT TO RUN-RECORDS-WRITTEN.
           MOVE LINES-HELD TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM SEND-PURCHASE-ORDERS.
