       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESS-WEB-REQUESTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "web-requests.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-FS.

           SELECT RESPONSE-FILE ASSIGN TO RESPONSE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESPONSE-FS.

           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT STORE-INVENTORY-FILE
           ASSIGN TO "store-inventory.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS SI-KEY
           FILE STATUS IS STORE-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT COUNTER-LIMITS-FILE ASSIGN TO "counter-limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIMITS-FS.

           SELECT CERT-REF-FILE ASSIGN TO "cert-ref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FS.

           SELECT AGE-CHECK-FILE ASSIGN TO "age-check.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGE-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD REQUEST-FILE.
           01 WEB-REQUEST-RECORD.
               COPY 'web-request-record.cpy'.

       FD RESPONSE-FILE.
           01 WEB-RESPONSE-RECORD.
               COPY 'web-response-record.cpy'.

       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD STORE-INVENTORY-FILE.
           01 STORE-INVENTORY-RECORD.
               COPY 'store-inventory-record.cpy'.

       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD FEES-OWED-FILE.
           01 FEE-OWED-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD COUNTER-LIMITS-FILE.
           01 COUNTER-LIMITS-RECORD.
               COPY 'counter-limits-record.cpy'.

       FD CERT-REF-FILE.
           01 CERT-REF-RECORD.
               COPY 'cert-ref-record.cpy'.

       FD AGE-CHECK-FILE.
           01 AGE-CHECK-RECORD.
               COPY 'age-check-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 REQUEST-FS             PIC 9(02).
           01 RESPONSE-FS            PIC 9(02).
           01 FS                     PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 STORE-FS               PIC 9(02).
           01 MEMBER-FS              PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 LIMITS-FS              PIC 9(02).
           01 CERT-FS                PIC 9(02).
           01 AGE-FS                 PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 REQUEST-EOF-SW         PIC X(01) VALUE 'N'.
               88  REQUEST-EOF           VALUE 'Y'.
           01 RESPONSE-NAME          PIC X(40) VALUE SPACES.
           01 RUN-START-TIME         PIC X(14).
           01 TODAY-DATE             PIC 9(08).
           01 MEMBER-ID              PIC X(10) VALUE SPACES.
           01 IMDB-ID                PIC X(10) VALUE SPACES.
           01 CHANGE-TYPE            PIC X(08) VALUE 'CANCEL'.
           01 JOURNAL-PROGRAM        PIC X(20)
               VALUE 'PROCESS-WEB-REQUESTS'.
      * Nobody signs on to a web or phone request - what rides the
      * hold record, the change journal and the age-check journal
      * in place of an operator's initials is the channel it came
      * in on.
           01 CHANNEL-OPERATOR       PIC X(03) VALUE SPACES.
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
           01 MEMBER-OPEN-SW         PIC X(01) VALUE 'N'.
               88  MEMBER-FILE-OPEN      VALUE 'Y'.
           01 RENTAL-OPEN-SW         PIC X(01) VALUE 'N'.
               88  RENTAL-FILE-OPEN      VALUE 'Y'.
           01 MEMBER-EOF-SW          PIC X(01).
               88  MEMBER-EOF            VALUE 'Y'.
           01 MEMBER-ROW-SW          PIC X(01).
               88  MEMBER-ON-FILE        VALUE 'Y'.
           01 MEMBER-CLEARED-SW      PIC X(01).
               88  MEMBER-CLEARED        VALUE 'Y'.
           01 STANDING-MEMBER.
               COPY 'membership-record.cpy'.
           01 TITLE-ROW-SW           PIC X(01).
               88  TITLE-ON-FILE         VALUE 'Y'.
      * The household the member's card belongs to, gathered the
      * way the rental counter gathers it - the limits and the
      * balance are the household's, not the one card's.
           01 HOUSEHOLD-ID           PIC X(10) VALUE SPACES.
           01 HOUSEHOLD-COUNT        PIC 9(02) VALUE 0 COMP.
           01 HOUSEHOLD-IDX          PIC 9(02) VALUE 0 COMP.
           01 HOUSEHOLD-TABLE.
               02  HOUSEHOLD-MEMBER OCCURS 10 TIMES PIC X(10).
           01 HOUSEHOLD-MATCH-SW     PIC X(01).
               88  IN-HOUSEHOLD          VALUE 'Y'.
           01 HOUSEHOLD-CANDIDATE    PIC X(10).
           01 OPEN-RENTAL-COUNT      PIC 9(04).
           01 FEE-BALANCE            PIC S9(6)V9(2).
           01 STANDING-EOF-SW        PIC X(01).
               88  STANDING-EOF          VALUE 'Y'.
           01 FEES-EOF-SW            PIC X(01).
               88  FEES-EOF              VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
      * The counter's standing limits, off the same effective-dated
      * file with the same fallbacks RENT-MOVIE uses.
           01 LIMITS-EOF-SW          PIC X(01).
               88  LIMITS-EOF            VALUE 'Y'.
           01 BEST-LIMITS-DATE       PIC 9(08).
           01 OPEN-RENTAL-LIMIT      PIC 9(02) VALUE 5.
           01 FEE-BALANCE-CAP        PIC 9(4)V9(2) VALUE 10.00.
      * Certificate ages, loaded once a run off cert-ref.dat with
      * the same defaults the counter falls back on.
           01 CERT-EOF-SW            PIC X(01).
               88  CERT-EOF              VALUE 'Y'.
           01 CERT-ROW-COUNT         PIC 9(02) VALUE 0 COMP.
           01 CERT-IDX               PIC 9(02) VALUE 0 COMP.
           01 CERT-TABLE.
               02  CERT-SLOT OCCURS 20 TIMES.
                   03  SLOT-CERT-CODE      PIC X(05).
                   03  SLOT-CERT-AGE       PIC 9(02).
           01 DEFAULT-CERT-VALUES.
               02  FILLER                PIC X(07) VALUE 'U    00'.
               02  FILLER                PIC X(07) VALUE 'PG   00'.
               02  FILLER                PIC X(07) VALUE '12   12'.
               02  FILLER                PIC X(07) VALUE '15   15'.
               02  FILLER                PIC X(07) VALUE '18   18'.
               02  FILLER                PIC X(07) VALUE 'G    00'.
               02  FILLER                PIC X(07) VALUE 'PG-1313'.
               02  FILLER                PIC X(07) VALUE 'R    17'.
               02  FILLER                PIC X(07) VALUE 'NC-1718'.
           01 DEFAULT-CERT-TABLE REDEFINES DEFAULT-CERT-VALUES.
               02  DEFAULT-CERT-SLOT OCCURS 9 TIMES PIC X(07).
           01 TITLE-MIN-AGE          PIC 9(02) VALUE 0.
           01 MEMBER-AGE             PIC 9(03) VALUE 0.
           01 AGE-CLEARED-SW         PIC X(01).
               88  AGE-CLEARED           VALUE 'Y'.
      * One pass of a title's range of the holds queue answers
      * three questions at once: how many WAITING holds sit at or
      * ahead of QUEUE-TARGET-STAMP (the member's place in line, or
      * the whole line when the target is HIGH-VALUES), and whether
      * this member already has a live hold on the title.
           01 QUEUE-EOF-SW           PIC X(01).
               88  QUEUE-EOF             VALUE 'Y'.
           01 QUEUE-TARGET-STAMP     PIC X(14).
           01 QUEUE-POSITION         PIC 9(03).
           01 IN-LINE-SW             PIC X(01).
               88  MEMBER-IN-LINE        VALUE 'Y'.
           01 IN-LINE-STAMP          PIC X(14).
           01 IN-LINE-STATUS         PIC X(01).
      * A run can place several holds on one title inside the same
      * second, and the placed stamp is half the hold key - a stamp
      * that would not land after the last one this run placed is
      * nudged one tick past it, so the run's holds still queue in
      * the order the requests arrived.
           01 NEW-HOLD-STAMP         PIC X(14).
           01 NEW-HOLD-TICK REDEFINES NEW-HOLD-STAMP PIC 9(14).
           01 LAST-HOLD-STAMP        PIC X(14) VALUE SPACES.
           01 HOLD-PLACED-SW         PIC X(01).
               88  WEB-HOLD-PLACED       VALUE 'Y'.
           01 CANCEL-DONE-SW         PIC X(01).
               88  WEB-CANCEL-DONE       VALUE 'Y'.
           01 RELEASE-OK-SW          PIC X(01).
               88  RELEASE-OK            VALUE 'Y'.
           01 RELEASE-STORE-ID       PIC X(04).
           01 RELEASE-FORMAT         PIC X(01).
           01 REQUESTS-READ          PIC 9(06) VALUE 0.
           01 RESPONSES-WRITTEN      PIC 9(06) VALUE 0.
           01 DONE-COUNT             PIC 9(06) VALUE 0.
           01 ANSWERED-COUNT         PIC 9(06) VALUE 0.
           01 REFUSED-COUNT          PIC 9(06) VALUE 0.
           01 MALFORMED-COUNT        PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
      * The website and the phone line take holds and account
      * questions around the clock, and drop them on an inbound
      * request file this batch works through several times a
      * day.  Each request gets the answer the counter would give
      * it - the same member standing (on file, not lapsed, the
      * household inside the open-rental limit and the fee cap),
      * the same certificate age check, the same queue order, the
      * same pre-order on a title whose street date is still ahead
      * - except that nobody is standing there to sign an override,
      * so anything the counter would need a manager or an ID check
      * for is refused with the reason and the member is pointed at
      * the store.  Every answer goes on a response file named for
      * the run, which the website picks up; the inbound drop is
      * emptied once the responses are safely written, so the next
      * run sees only what arrived since.
      * The run goes on while the counters are trading, so it joins
      * the catalog lock as one more sharing session rather than
      * taking the batch window, and takes the short-held update
      * token around the one read-modify-write it does - a cancel.
      * Nothing is read from SYSIN except an answer to a stale-lock
      * takeover question, which the job stream always answers N.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO RESPONSE-NAME.
           STRING 'web-responses-' DELIMITED BY SIZE
               RUN-START-TIME DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO RESPONSE-NAME.

           OPEN INPUT REQUEST-FILE.
           IF REQUEST-FS NOT = '00'
               DISPLAY 'No inbound web/phone requests waiting'
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-MOVIE-LOCK.
           IF LOCK-REFUSED
               DISPLAY 'Catalog is in use - requests left for the '
                   'next run'
               CLOSE REQUEST-FILE
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MOVIE-FILE.
           IF FS NOT = '00'
               DISPLAY 'Cannot open movies.dat - requests left for '
                   'the next run'
               CLOSE REQUEST-FILE
               PERFORM RELEASE-MOVIE-LOCK
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RESPONSE-FILE.
           IF RESPONSE-FS NOT = '00'
               DISPLAY 'Cannot open response file '
                   FUNCTION TRIM(RESPONSE-NAME)
               CLOSE REQUEST-FILE
               CLOSE MOVIE-FILE
               PERFORM RELEASE-MOVIE-LOCK
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOOK-UP-COUNTER-LIMITS.
           PERFORM LOAD-CERT-AGES.
           PERFORM OPEN-HOLDS-FILE.
           PERFORM OPEN-STORE-INVENTORY-FILE.
           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               SET RENTAL-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               SET MEMBER-FILE-OPEN TO TRUE
           END-IF.

           PERFORM ANSWER-ONE-REQUEST UNTIL REQUEST-EOF.

           CLOSE REQUEST-FILE.
           CLOSE RESPONSE-FILE.
           CLOSE MOVIE-FILE.
           CLOSE HOLDS-FILE.
           CLOSE STORE-INVENTORY-FILE.
           IF RENTAL-FILE-OPEN
               CLOSE RENTAL-FILE
           END-IF.
           IF MEMBER-FILE-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF.
           PERFORM RELEASE-MOVIE-LOCK.

           OPEN OUTPUT REQUEST-FILE.
           CLOSE REQUEST-FILE.

           PERFORM WRITE-RUN-CONTROL.
           DISPLAY 'Web/phone requests: ' REQUESTS-READ ' read, '
               DONE-COUNT ' done, ' ANSWERED-COUNT ' answered, '
               REFUSED-COUNT ' refused, ' MALFORMED-COUNT
               ' malformed'.
           DISPLAY 'Responses to ' FUNCTION TRIM(RESPONSE-NAME).
           IF MALFORMED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ACQUIRE-MOVIE-LOCK.
           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'PROCESS-WEB-REQUESTS' TO LOCK-CALLER.
           SET LOCK-PROMPT-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       RELEASE-MOVIE-LOCK.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.

       ACQUIRE-UPDATE-TOKEN.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'PROCESS-WEB-REQUESTS' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       RELEASE-UPDATE-TOKEN.
           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       OPEN-HOLDS-FILE.
           OPEN I-O HOLDS-FILE.
           IF HOLD-FS = '35'
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF.

       OPEN-STORE-INVENTORY-FILE.
           OPEN I-O STORE-INVENTORY-FILE.
           IF STORE-FS = '35'
               OPEN OUTPUT STORE-INVENTORY-FILE
               CLOSE STORE-INVENTORY-FILE
               OPEN I-O STORE-INVENTORY-FILE
           END-IF.

       ANSWER-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   SET REQUEST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO REQUESTS-READ
                   PERFORM PROCESS-ONE-REQUEST
           END-READ.

      * A request with no member, no recognizable channel or type,
      * or no title where the type needs one is answered BADR and
      * counted malformed - the website sent something its own
      * screens should never have let through.
       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WEB-RESPONSE-RECORD.
           MOVE WR-REQUEST-ID TO WP-REQUEST-ID.
           MOVE WR-TYPE TO WP-TYPE.
           MOVE WR-MEMBER-ID TO WP-MEMBER-ID.
           MOVE WR-IMDB-ID TO WP-IMDB-ID.
           MOVE 0 TO WP-QUEUE-POSITION.
           MOVE 0 TO WP-COPIES-AVAILABLE.
           MOVE 0 TO WP-RELEASE-DATE.
           MOVE 0 TO WP-CREDIT-BALANCE.
           MOVE 0 TO WP-FEES-OWED.
           MOVE 0 TO WP-OPEN-RENTALS.
           MOVE WR-MEMBER-ID TO MEMBER-ID.
           MOVE WR-IMDB-ID TO IMDB-ID.
           IF WR-FROM-PHONE
               MOVE 'PHN' TO CHANNEL-OPERATOR
           ELSE
               MOVE 'WEB' TO CHANNEL-OPERATOR
           END-IF.

           EVALUATE TRUE
               WHEN MEMBER-ID = SPACES
               WHEN NOT (WR-FROM-WEB OR WR-FROM-PHONE)
               WHEN IMDB-ID = SPACES AND NOT WR-BALANCE
                   PERFORM REFUSE-MALFORMED-REQUEST
               WHEN WR-PLACE-HOLD
                   PERFORM PLACE-WEB-HOLD
               WHEN WR-CANCEL-HOLD
                   PERFORM CANCEL-WEB-HOLD
               WHEN WR-AVAILABILITY
                   PERFORM ANSWER-AVAILABILITY
               WHEN WR-BALANCE
                   PERFORM ANSWER-BALANCE
               WHEN OTHER
                   PERFORM REFUSE-MALFORMED-REQUEST
           END-EVALUATE.

           WRITE WEB-RESPONSE-RECORD.
           ADD 1 TO RESPONSES-WRITTEN.
           EVALUATE TRUE
               WHEN WP-DONE
                   ADD 1 TO DONE-COUNT
               WHEN WP-ANSWERED
                   ADD 1 TO ANSWERED-COUNT
               WHEN OTHER
                   ADD 1 TO REFUSED-COUNT
           END-EVALUATE.

       REFUSE-MALFORMED-REQUEST.
           ADD 1 TO MALFORMED-COUNT.
           SET WP-REFUSED TO TRUE.
           MOVE 'BADR' TO WP-REASON-CODE.
           MOVE 'Request incomplete - please try again'
               TO WP-REASON-TEXT.
           DISPLAY 'Malformed request ' WR-REQUEST-ID
               ' - answered BADR'.

      * A hold from the website goes through everything a hold at
      * the counter goes through: the member's standing, the title
      * on file and not retired, the certificate age.  A title not
      * yet on the street takes the hold as a pre-order, the way
      * the counter offers one; a title with copies on the shelf
      * takes it too - the member can't walk in and take one from
      * the website, and the nightly sweep sets a copy aside for
      * the head of the line.  A member already in line for the
      * title keeps the place they have rather than gaining a
      * second one.
       PLACE-WEB-HOLD.
           PERFORM VERIFY-MEMBER-STANDING.
           IF MEMBER-CLEARED
               PERFORM FIND-TITLE
               EVALUATE TRUE
                   WHEN NOT TITLE-ON-FILE
                       PERFORM REFUSE-UNKNOWN-TITLE
                   WHEN MOVIE-RETIRED OF MOVIE-RECORD
                       SET WP-REFUSED TO TRUE
                       MOVE 'RETD' TO WP-REASON-CODE
                       MOVE 'Title is retired - no holds taken'
                           TO WP-REASON-TEXT
                   WHEN OTHER
                       PERFORM CHECK-MEMBER-AGE
                       IF AGE-CLEARED
                           PERFORM PLACE-HOLD-IN-LINE
                       END-IF
               END-EVALUATE
           END-IF.

       PLACE-HOLD-IN-LINE.
           MOVE HIGH-VALUES TO QUEUE-TARGET-STAMP.
           PERFORM SCAN-TITLE-QUEUE.
           IF MEMBER-IN-LINE
               SET WP-REFUSED TO TRUE
               MOVE 'DUPL' TO WP-REASON-CODE
               MOVE 'Already holding this title'
                   TO WP-REASON-TEXT
           ELSE
               PERFORM WRITE-WEB-HOLD
               IF WEB-HOLD-PLACED
                   MOVE NEW-HOLD-STAMP TO QUEUE-TARGET-STAMP
                   PERFORM SCAN-TITLE-QUEUE
                   SET WP-DONE TO TRUE
                   MOVE QUEUE-POSITION TO WP-QUEUE-POSITION
                   IF MOVIE-RELEASE-DATE OF MOVIE-RECORD > TODAY-DATE
                       MOVE 'PORD' TO WP-REASON-CODE
                       MOVE 'Pre-order placed - in line for release'
                           TO WP-REASON-TEXT
                       MOVE MOVIE-RELEASE-DATE OF MOVIE-RECORD
                           TO WP-RELEASE-DATE
                   ELSE
                       MOVE 'HOLD' TO WP-REASON-CODE
                       MOVE 'Hold placed - you are in line'
                           TO WP-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      * The same WAITING hold the counter writes, stamped with the
      * channel where the counter stamps the clerk's initials.  The
      * store and format are left for the set-aside to fill in,
      * exactly as a counter hold leaves them.
       WRITE-WEB-HOLD.
           MOVE 'N' TO HOLD-PLACED-SW.
           MOVE FUNCTION CURRENT-DATE (1:14) TO NEW-HOLD-STAMP.
           IF LAST-HOLD-STAMP NOT = SPACES
               AND NEW-HOLD-STAMP NOT > LAST-HOLD-STAMP
                   MOVE LAST-HOLD-STAMP TO NEW-HOLD-STAMP
                   ADD 1 TO NEW-HOLD-TICK
           END-IF.
           MOVE IMDB-ID TO HOLD-IMDB-ID.
           MOVE NEW-HOLD-STAMP TO HOLD-PLACED-STAMP.
           MOVE MEMBER-ID TO HOLD-MEMBER-ID.
           MOVE TODAY-DATE TO HOLD-PLACED-DATE.
           MOVE 0 TO HOLD-READY-DATE.
           SET HOLD-WAITING TO TRUE.
           MOVE SPACES TO HOLD-STORE-ID.
           MOVE CHANNEL-OPERATOR TO HOLD-OPERATOR.
           MOVE SPACE TO HOLD-FORMAT.
           WRITE HOLD-RECORD
               INVALID KEY
                   SET WP-REFUSED TO TRUE
                   MOVE 'BUSY' TO WP-REASON-CODE
                   MOVE 'Queue busy - please try again shortly'
                       TO WP-REASON-TEXT
               NOT INVALID KEY
                   MOVE NEW-HOLD-STAMP TO LAST-HOLD-STAMP
                   SET WEB-HOLD-PLACED TO TRUE
           END-WRITE.

      * A cancel takes the member's live hold on the title out of
      * line the way MANAGE-HOLDS does at the counter: a WAITING
      * hold just leaves, a READY hold gives its set-aside copy back
      * to the counts first.  A lapsed member may still get out of
      * line, so the only check is that the hold is theirs.
       CANCEL-WEB-HOLD.
           MOVE HIGH-VALUES TO QUEUE-TARGET-STAMP.
           PERFORM SCAN-TITLE-QUEUE.
           IF NOT MEMBER-IN-LINE
               SET WP-REFUSED TO TRUE
               MOVE 'NOHD' TO WP-REASON-CODE
               MOVE 'No hold on this title to cancel'
                   TO WP-REASON-TEXT
           ELSE
               PERFORM ACQUIRE-UPDATE-TOKEN
               IF UL-REFUSED
                   SET WP-REFUSED TO TRUE
                   MOVE 'BUSY' TO WP-REASON-CODE
                   MOVE 'Queue busy - please try again shortly'
                       TO WP-REASON-TEXT
               ELSE
                   PERFORM CANCEL-HELD-RECORD
                   PERFORM RELEASE-UPDATE-TOKEN
               END-IF
           END-IF.

      * Re-read by key under the token - the scan's image may be a
      * pickup old, and a hold already FILLED is not the member's
      * to cancel any more.  The flip to CANCELLED waits on the copy
      * release, the same release-first ordering MANAGE-HOLDS uses.
       CANCEL-HELD-RECORD.
           MOVE 'N' TO CANCEL-DONE-SW.
           MOVE IMDB-ID TO HOLD-IMDB-ID.
           MOVE IN-LINE-STAMP TO HOLD-PLACED-STAMP.
           READ HOLDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-MEMBER-ID = MEMBER-ID
                       AND (HOLD-WAITING OR HOLD-READY)
                           PERFORM CANCEL-HOLD-RECORD
                   END-IF
           END-READ.
           IF WEB-CANCEL-DONE
               SET WP-DONE TO TRUE
               MOVE 'CANC' TO WP-REASON-CODE
               MOVE 'Hold cancelled' TO WP-REASON-TEXT
           ELSE
               IF WP-OUTCOME = SPACE
                   SET WP-REFUSED TO TRUE
                   MOVE 'NOHD' TO WP-REASON-CODE
                   MOVE 'No hold on this title to cancel'
                       TO WP-REASON-TEXT
               END-IF
           END-IF.

       CANCEL-HOLD-RECORD.
           IF HOLD-READY
               PERFORM RELEASE-HELD-COPY
               IF RELEASE-OK
                   SET HOLD-CANCELLED TO TRUE
                   REWRITE HOLD-RECORD
                   SET WEB-CANCEL-DONE TO TRUE
               ELSE
                   SET WP-REFUSED TO TRUE
                   MOVE 'FAIL' TO WP-REASON-CODE
                   MOVE 'Hold not cancelled - please call the store'
                       TO WP-REASON-TEXT
               END-IF
           ELSE
               SET HOLD-CANCELLED TO TRUE
               REWRITE HOLD-RECORD
               SET WEB-CANCEL-DONE TO TRUE
           END-IF.

       RELEASE-HELD-COPY.
           MOVE 'N' TO RELEASE-OK-SW.
           MOVE HOLD-IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD.
           READ MOVIE-FILE
               INVALID KEY
                   DISPLAY HOLD-IMDB-ID ' not on catalog - copy '
                       'not released, hold left ready'
               NOT INVALID KEY
                   ADD 1 TO MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
                   REWRITE MOVIE-RECORD
                   CALL 'LOG-MOVIE-CHANGE' USING
                       MOVIE-IMDB-ID OF MOVIE-RECORD,
                       CHANGE-TYPE, JOURNAL-PROGRAM,
                       CHANNEL-OPERATOR
                   PERFORM RESHELVE-AT-STORE
                   SET RELEASE-OK TO TRUE
           END-READ.

       RESHELVE-AT-STORE.
           MOVE HOLD-STORE-ID TO RELEASE-STORE-ID.
           IF RELEASE-STORE-ID = SPACES
               MOVE 'ST01' TO RELEASE-STORE-ID
           END-IF.
           MOVE HOLD-FORMAT TO RELEASE-FORMAT.
           IF RELEASE-FORMAT = SPACE
               MOVE 'D' TO RELEASE-FORMAT
           END-IF.
           MOVE HOLD-IMDB-ID TO SI-IMDB-ID.
           MOVE RELEASE-STORE-ID TO SI-STORE-ID.
           MOVE RELEASE-FORMAT TO SI-FORMAT.
           READ STORE-INVENTORY-FILE
               INVALID KEY
                   MOVE HOLD-IMDB-ID TO SI-IMDB-ID
                   MOVE RELEASE-STORE-ID TO SI-STORE-ID
                   MOVE RELEASE-FORMAT TO SI-FORMAT
                   MOVE 1 TO SI-COPIES
                   WRITE STORE-INVENTORY-RECORD
               NOT INVALID KEY
                   ADD 1 TO SI-COPIES
                   REWRITE STORE-INVENTORY-RECORD
           END-READ.

      * Whether a title is in, chain-wide, and how long the line is.
      * A member already in line is told their own place instead.
      * Answering needs no standing check - anyone may ask.
       ANSWER-AVAILABILITY.
           PERFORM FIND-TITLE.
           IF NOT TITLE-ON-FILE
               PERFORM REFUSE-UNKNOWN-TITLE
           ELSE
               SET WP-ANSWERED TO TRUE
               MOVE MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD
                   TO WP-COPIES-AVAILABLE
               MOVE HIGH-VALUES TO QUEUE-TARGET-STAMP
               PERFORM SCAN-TITLE-QUEUE
               IF MEMBER-IN-LINE
                   AND IN-LINE-STATUS = 'W'
                       MOVE IN-LINE-STAMP TO QUEUE-TARGET-STAMP
                       PERFORM SCAN-TITLE-QUEUE
               END-IF
               MOVE QUEUE-POSITION TO WP-QUEUE-POSITION
               EVALUATE TRUE
                   WHEN MOVIE-RETIRED OF MOVIE-RECORD
                       MOVE 'RETD' TO WP-REASON-CODE
                       MOVE 'Title is retired - no longer rented'
                           TO WP-REASON-TEXT
                   WHEN MEMBER-IN-LINE AND IN-LINE-STATUS = 'R'
                       MOVE 'REDY' TO WP-REASON-CODE
                       MOVE 'Your copy is waiting on the hold shelf'
                           TO WP-REASON-TEXT
                   WHEN MEMBER-IN-LINE
                       MOVE 'INLN' TO WP-REASON-CODE
                       MOVE 'You are already in line for this title'
                           TO WP-REASON-TEXT
                   WHEN MOVIE-RELEASE-DATE OF MOVIE-RECORD
                       > TODAY-DATE
                       MOVE 'SOON' TO WP-REASON-CODE
                       MOVE 'Coming soon - pre-orders taken'
                           TO WP-REASON-TEXT
                       MOVE MOVIE-RELEASE-DATE OF MOVIE-RECORD
                           TO WP-RELEASE-DATE
                   WHEN MOVIE-COPIES-AVAILABLE OF MOVIE-RECORD > 0
                       MOVE 'INST' TO WP-REASON-CODE
                       MOVE 'In stock' TO WP-REASON-TEXT
                   WHEN OTHER
                       MOVE 'OUTS' TO WP-REASON-CODE
                       MOVE 'All copies out - a hold joins the line'
                           TO WP-REASON-TEXT
               END-EVALUATE
           END-IF.

      * What the member's account stands at: prepaid credit on the
      * card, and what the household owes and has out - the same
      * figures the counter measures against its limits.  A lapsed
      * member still gets the answer, flagged so the website can
      * send them to renew.
       ANSWER-BALANCE.
           PERFORM FIND-MEMBER-ROW.
           IF NOT MEMBER-ON-FILE
               PERFORM REFUSE-UNKNOWN-MEMBER
           ELSE
               PERFORM MEASURE-HOUSEHOLD
               SET WP-ANSWERED TO TRUE
               IF MS-CREDIT-BALANCE OF STANDING-MEMBER NUMERIC
                   MOVE MS-CREDIT-BALANCE OF STANDING-MEMBER
                       TO WP-CREDIT-BALANCE
               END-IF
               MOVE FEE-BALANCE TO WP-FEES-OWED
               MOVE OPEN-RENTAL-COUNT TO WP-OPEN-RENTALS
               IF MS-LAPSED OF STANDING-MEMBER
                   MOVE 'LAPS' TO WP-REASON-CODE
                   MOVE 'Membership lapsed - renew at the store'
                       TO WP-REASON-TEXT
               ELSE
                   MOVE 'BALN' TO WP-REASON-CODE
                   MOVE 'Account balance' TO WP-REASON-TEXT
               END-IF
           END-IF.

       REFUSE-UNKNOWN-MEMBER.
           SET WP-REFUSED TO TRUE.
           MOVE 'NMEM' TO WP-REASON-CODE.
           MOVE 'Member not on file' TO WP-REASON-TEXT.

       REFUSE-UNKNOWN-TITLE.
           SET WP-REFUSED TO TRUE.
           MOVE 'NTTL' TO WP-REASON-CODE.
           MOVE 'Title not found' TO WP-REASON-TEXT.

       FIND-TITLE.
           MOVE 'N' TO TITLE-ROW-SW.
           MOVE IMDB-ID TO MOVIE-IMDB-ID OF MOVIE-RECORD.
           READ MOVIE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TITLE-ON-FILE TO TRUE
           END-READ.

      * The counter's standing rules with the manager taken out:
      * on file, not lapsed, and the household under both limits.
      * Where the counter would offer an override, the request is
      * refused with the limit it hit.
       VERIFY-MEMBER-STANDING.
           MOVE 'N' TO MEMBER-CLEARED-SW.
           PERFORM FIND-MEMBER-ROW.
           EVALUATE TRUE
               WHEN NOT MEMBER-ON-FILE
                   PERFORM REFUSE-UNKNOWN-MEMBER
               WHEN MS-LAPSED OF STANDING-MEMBER
                   SET WP-REFUSED TO TRUE
                   MOVE 'LAPS' TO WP-REASON-CODE
                   MOVE 'Membership lapsed - renew at the store'
                       TO WP-REASON-TEXT
               WHEN OTHER
                   PERFORM CHECK-STANDING-LIMITS
           END-EVALUATE.

       CHECK-STANDING-LIMITS.
           PERFORM MEASURE-HOUSEHOLD.
           EVALUATE TRUE
               WHEN OPEN-RENTAL-COUNT >= OPEN-RENTAL-LIMIT
                   SET WP-REFUSED TO TRUE
                   MOVE 'LIMT' TO WP-REASON-CODE
                   MOVE 'Too many rentals out - return some first'
                       TO WP-REASON-TEXT
                   MOVE OPEN-RENTAL-COUNT TO WP-OPEN-RENTALS
               WHEN FEE-BALANCE > FEE-BALANCE-CAP
                   SET WP-REFUSED TO TRUE
                   MOVE 'FEES' TO WP-REASON-CODE
                   MOVE 'Fees owed over the limit - please pay'
                       TO WP-REASON-TEXT
                   MOVE FEE-BALANCE TO WP-FEES-OWED
               WHEN OTHER
                   SET MEMBER-CLEARED TO TRUE
           END-EVALUATE.

      * A row written before the status byte existed comes back
      * blank - blank counts as active, as it does at the counter.
       FIND-MEMBER-ROW.
           MOVE 'N' TO MEMBER-ROW-SW.
           IF MEMBER-FILE-OPEN
               MOVE MEMBER-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBERSHIP-RECORD TO STANDING-MEMBER
                       SET MEMBER-ON-FILE TO TRUE
               END-READ
           END-IF.

       MEASURE-HOUSEHOLD.
           PERFORM LOAD-HOUSEHOLD-MEMBERS.
           PERFORM COUNT-OPEN-RENTALS.
           PERFORM TOTAL-FEE-BALANCE.

      * The household hangs off its primary; the household ID is not
      * a key, so one pass of the membership file picks up the
      * primary and every card that names it.
       LOAD-HOUSEHOLD-MEMBERS.
           IF MS-HOUSEHOLD-ID OF STANDING-MEMBER = SPACES
               MOVE MEMBER-ID TO HOUSEHOLD-ID
           ELSE
               MOVE MS-HOUSEHOLD-ID OF STANDING-MEMBER
                   TO HOUSEHOLD-ID
           END-IF.
           MOVE 0 TO HOUSEHOLD-COUNT.
           MOVE 'N' TO MEMBER-EOF-SW.
           MOVE LOW-VALUES TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           START MEMBERSHIP-FILE
               KEY IS NOT LESS THAN MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START.
           PERFORM SCAN-HOUSEHOLD-ROW UNTIL MEMBER-EOF.
           IF HOUSEHOLD-COUNT = 0
               MOVE 1 TO HOUSEHOLD-COUNT
               MOVE MEMBER-ID TO HOUSEHOLD-MEMBER (1)
           END-IF.

       SCAN-HOUSEHOLD-ROW.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF (MS-MEMBER-ID OF MEMBERSHIP-RECORD
                       = HOUSEHOLD-ID
                       OR MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                           = HOUSEHOLD-ID)
                       AND HOUSEHOLD-COUNT < 10
                           ADD 1 TO HOUSEHOLD-COUNT
                           MOVE MS-MEMBER-ID OF MEMBERSHIP-RECORD
                               TO HOUSEHOLD-MEMBER (HOUSEHOLD-COUNT)
                   END-IF
           END-READ.

       CHECK-HOUSEHOLD-MEMBER.
           MOVE 'N' TO HOUSEHOLD-MATCH-SW.
           PERFORM MATCH-HOUSEHOLD-MEMBER
               VARYING HOUSEHOLD-IDX FROM 1 BY 1
               UNTIL HOUSEHOLD-IDX > HOUSEHOLD-COUNT
                   OR IN-HOUSEHOLD.

       MATCH-HOUSEHOLD-MEMBER.
           IF HOUSEHOLD-MEMBER (HOUSEHOLD-IDX) = HOUSEHOLD-CANDIDATE
               SET IN-HOUSEHOLD TO TRUE
           END-IF.

       COUNT-OPEN-RENTALS.
           MOVE 0 TO OPEN-RENTAL-COUNT.
           IF RENTAL-FILE-OPEN
               PERFORM COUNT-CARD-OPEN-RENTALS
                   VARYING HOUSEHOLD-IDX FROM 1 BY 1
                   UNTIL HOUSEHOLD-IDX > HOUSEHOLD-COUNT
           END-IF.

       COUNT-CARD-OPEN-RENTALS.
           MOVE 'N' TO STANDING-EOF-SW.
           MOVE HOUSEHOLD-MEMBER (HOUSEHOLD-IDX) TO RENTAL-MEMBER-ID.
           START RENTAL-FILE KEY IS = RENTAL-MEMBER-ID
               INVALID KEY
                   SET STANDING-EOF TO TRUE
           END-START.
           PERFORM COUNT-ONE-OPEN-RENTAL UNTIL STANDING-EOF.

       COUNT-ONE-OPEN-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET STANDING-EOF TO TRUE
               NOT AT END
                   IF RENTAL-MEMBER-ID
                       NOT = HOUSEHOLD-MEMBER (HOUSEHOLD-IDX)
                           SET STANDING-EOF TO TRUE
                   ELSE
                       IF RENTAL-OPEN
                           ADD 1 TO OPEN-RENTAL-COUNT
                       END-IF
                   END-IF
           END-READ.

       TOTAL-FEE-BALANCE.
           MOVE 0 TO FEE-BALANCE.

           MOVE 'N' TO FEES-EOF-SW.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM ADD-ONE-FEE UNTIL FEES-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM LESS-ONE-SETTLEMENT UNTIL SETTLE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

           IF FEE-BALANCE < 0
               MOVE 0 TO FEE-BALANCE
           END-IF.

       ADD-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET FEES-EOF TO TRUE
               NOT AT END
                   MOVE FEE-MEMBER-ID TO HOUSEHOLD-CANDIDATE
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF IN-HOUSEHOLD
                       ADD FEE-AMOUNT TO FEE-BALANCE
                   END-IF
           END-READ.

       LESS-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET SETTLE-EOF TO TRUE
               NOT AT END
                   MOVE FSET-MEMBER-ID TO HOUSEHOLD-CANDIDATE
                   PERFORM CHECK-HOUSEHOLD-MEMBER
                   IF IN-HOUSEHOLD
                       SUBTRACT FSET-AMOUNT FROM FEE-BALANCE
                   END-IF
           END-READ.

      * The title's range of the queue, oldest stamp first - the
      * order the returns counter and the nightly sweep claim in.
       SCAN-TITLE-QUEUE.
           MOVE 0 TO QUEUE-POSITION.
           MOVE 'N' TO IN-LINE-SW.
           MOVE SPACES TO IN-LINE-STAMP.
           MOVE SPACE TO IN-LINE-STATUS.
           MOVE 'N' TO QUEUE-EOF-SW.
           MOVE IMDB-ID TO HOLD-IMDB-ID.
           MOVE LOW-VALUES TO HOLD-PLACED-STAMP.
           START HOLDS-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   SET QUEUE-EOF TO TRUE
           END-START.
           PERFORM SCAN-ONE-QUEUED-HOLD UNTIL QUEUE-EOF.

       SCAN-ONE-QUEUED-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET QUEUE-EOF TO TRUE
               NOT AT END
                   IF HOLD-IMDB-ID NOT = IMDB-ID
                       SET QUEUE-EOF TO TRUE
                   ELSE
                       PERFORM TALLY-QUEUED-HOLD
                   END-IF
           END-READ.

       TALLY-QUEUED-HOLD.
           IF HOLD-WAITING
               AND HOLD-PLACED-STAMP <= QUEUE-TARGET-STAMP
                   ADD 1 TO QUEUE-POSITION
           END-IF.
           IF HOLD-MEMBER-ID = MEMBER-ID
               AND (HOLD-WAITING OR HOLD-READY)
               AND NOT MEMBER-IN-LINE
                   SET MEMBER-IN-LINE TO TRUE
                   MOVE HOLD-PLACED-STAMP TO IN-LINE-STAMP
                   MOVE HOLD-STATUS TO IN-LINE-STATUS
           END-IF.

      * The counter's certificate check, unattended: a member too
      * young is refused, and a member with no date of birth on
      * file is refused too - there is no clerk to look at their
      * ID, so they are sent to the store for it.  Each refusal
      * lands on the age-check journal like the counter's do.
       CHECK-MEMBER-AGE.
           SET AGE-CLEARED TO TRUE.
           MOVE 0 TO TITLE-MIN-AGE.
           MOVE 0 TO MEMBER-AGE.
           IF MOVIE-CERTIFICATE OF MOVIE-RECORD NOT = SPACES
               PERFORM FIND-TITLE-MIN-AGE
                   VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-ROW-COUNT
           END-IF.
           IF TITLE-MIN-AGE > 0
               IF MS-BIRTH-DATE OF STANDING-MEMBER NUMERIC
                   AND MS-BIRTH-DATE OF STANDING-MEMBER > 0
                       COMPUTE MEMBER-AGE = (TODAY-DATE
                           - MS-BIRTH-DATE OF STANDING-MEMBER)
                           / 10000
                       IF MEMBER-AGE < TITLE-MIN-AGE
                           MOVE 'N' TO AGE-CLEARED-SW
                           SET WP-REFUSED TO TRUE
                           MOVE 'AGE ' TO WP-REASON-CODE
                           MOVE 'Too young for this certificate'
                               TO WP-REASON-TEXT
                           PERFORM WRITE-AGE-CHECK-ENTRY
                       END-IF
               ELSE
                   MOVE 'N' TO AGE-CLEARED-SW
                   SET WP-REFUSED TO TRUE
                   MOVE 'NODB' TO WP-REASON-CODE
                   MOVE 'Proof of age needed - ask at the store'
                       TO WP-REASON-TEXT
                   PERFORM WRITE-AGE-CHECK-ENTRY
               END-IF
           END-IF.

       FIND-TITLE-MIN-AGE.
           IF SLOT-CERT-CODE (CERT-IDX) =
               MOVIE-CERTIFICATE OF MOVIE-RECORD
                   MOVE SLOT-CERT-AGE (CERT-IDX) TO TITLE-MIN-AGE
           END-IF.

       WRITE-AGE-CHECK-ENTRY.
           MOVE IMDB-ID TO AGE-IMDB-ID.
           MOVE MEMBER-ID TO AGE-MEMBER-ID.
           MOVE MOVIE-CERTIFICATE OF MOVIE-RECORD TO AGE-CERTIFICATE.
           MOVE TITLE-MIN-AGE TO AGE-MIN-AGE.
           MOVE MEMBER-AGE TO AGE-MEMBER-AGE.
           SET AGE-REFUSED TO TRUE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AGE-TIMESTAMP.
           MOVE CHANNEL-OPERATOR TO AGE-OPERATOR.
           MOVE SPACES TO AGE-AUTHORIZER.
           MOVE SPACES TO AGE-STORE-ID.

           OPEN EXTEND AGE-CHECK-FILE.
           IF AGE-FS = '35'
               OPEN OUTPUT AGE-CHECK-FILE
               CLOSE AGE-CHECK-FILE
               OPEN EXTEND AGE-CHECK-FILE
           END-IF.

           WRITE AGE-CHECK-RECORD.

           CLOSE AGE-CHECK-FILE.

       LOOK-UP-COUNTER-LIMITS.
           MOVE 0 TO BEST-LIMITS-DATE.
           MOVE 'N' TO LIMITS-EOF-SW.
           OPEN INPUT COUNTER-LIMITS-FILE.
           IF LIMITS-FS = '00'
               PERFORM SCAN-COUNTER-LIMITS UNTIL LIMITS-EOF
               CLOSE COUNTER-LIMITS-FILE
           END-IF.

       SCAN-COUNTER-LIMITS.
           READ COUNTER-LIMITS-FILE
               AT END
                   SET LIMITS-EOF TO TRUE
               NOT AT END
                   IF CL-EFFECTIVE-DATE <= TODAY-DATE
                       AND CL-EFFECTIVE-DATE >= BEST-LIMITS-DATE
                           MOVE CL-OPEN-RENTAL-LIMIT
                               TO OPEN-RENTAL-LIMIT
                           MOVE CL-FEE-BALANCE-CAP
                               TO FEE-BALANCE-CAP
                           MOVE CL-EFFECTIVE-DATE TO BEST-LIMITS-DATE
                   END-IF
           END-READ.

       LOAD-CERT-AGES.
           MOVE 'N' TO CERT-EOF-SW.
           OPEN INPUT CERT-REF-FILE.
           IF CERT-FS = '00'
               PERFORM LOAD-ONE-CERT-ROW UNTIL CERT-EOF
               CLOSE CERT-REF-FILE
           END-IF.
           IF CERT-ROW-COUNT = 0
               PERFORM LOAD-DEFAULT-CERT-ROW
                   VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > 9
               MOVE 9 TO CERT-ROW-COUNT
           END-IF.

       LOAD-ONE-CERT-ROW.
           READ CERT-REF-FILE
               AT END
                   SET CERT-EOF TO TRUE
               NOT AT END
                   IF CERT-ROW-COUNT < 20
                       ADD 1 TO CERT-ROW-COUNT
                       MOVE CERT-CODE
                           TO SLOT-CERT-CODE (CERT-ROW-COUNT)
                       MOVE CERT-MIN-AGE
                           TO SLOT-CERT-AGE (CERT-ROW-COUNT)
                   END-IF
           END-READ.

       LOAD-DEFAULT-CERT-ROW.
           MOVE DEFAULT-CERT-SLOT (CERT-IDX) TO CERT-SLOT (CERT-IDX).

       WRITE-RUN-CONTROL.
           MOVE 'PROCESS-WEB-REQUESTS' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE REQUESTS-READ TO RUN-RECORDS-READ.
           MOVE RESPONSES-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE MALFORMED-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM PROCESS-WEB-REQUESTS.
