           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENRE-FS.

           SELECT CERT-REF-FILE ASSIGN TO "cert-ref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
           01 GENRE-REF-RECORD.
               02 GENRE-REF-CODE   PIC X(12).

       FD CERT-REF-FILE.
           01 CERT-REF-RECORD.
               COPY 'cert-ref-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
           01 GENRE-TABLE.
               02  VALID-GENRE         OCCURS 50 TIMES
                   INDEXED BY GENRE-IDX PIC X(12).
           01 CERT-FS              PIC 9(02).
           01 CERT-EOF-SW          PIC X(01) VALUE 'N'.
               88  CERT-EOF            VALUE 'Y'.
           01 CERT-LOADED-SW       PIC X(01) VALUE 'N'.
               88  CERT-REF-LOADED     VALUE 'Y'.
           01 CERT-BAD-SW          PIC X(01) VALUE 'N'.
               88  CERT-NOT-ON-REF     VALUE 'Y'.
           01 CERT-COUNT           PIC 9(03) VALUE 0 COMP.
           01 CERT-TABLE.
               02  VALID-CERT          OCCURS 20 TIMES
                   INDEXED BY CERT-IDX PIC X(05).
           01 JOB-LOG-FS           PIC 9(02).
           01 DISPOSITION-FS       PIC 9(02).
           01 DISPOSE-CODE         PIC X(01).
           01 CURRENCY-CODE         PIC X(03) VALUE 'USD'.
           01 TIER-NAME             PIC X(11).
           01 POS-STORE-ID          PIC X(04) VALUE SPACES.
           01 MEDIA-FORMAT          PIC X(01) VALUE SPACES.
           01 PRICED-STAMP          PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
      * The step's condition code now means something: 0 is a clean
      * load, 4 says exceptions were written (the chain may carry
           OPEN OUTPUT DISPOSITION-FILE.

           PERFORM LOAD-GENRE-REFERENCE.
           PERFORM LOAD-CERT-REFERENCE.
           PERFORM LOAD-CHECKPOINT.

      * The valid genre codes come off an ops-maintained reference
                   END-IF
           END-READ.

      * The age certificates come off their own reference file the
      * same way - a feed that sends '18 ' where the list says '18'
      * is fine, one that sends 'X' is turned away before the
      * counter is left with a certificate it can't put an age to.
      * No file, no check, exactly as with the genres.
       LOAD-CERT-REFERENCE.
           MOVE 'N' TO CERT-EOF-SW.
           OPEN INPUT CERT-REF-FILE.
           IF CERT-FS = '00'
               PERFORM LOAD-CERT-CODE UNTIL CERT-EOF
               CLOSE CERT-REF-FILE
               IF CERT-COUNT > 0
                   SET CERT-REF-LOADED TO TRUE
               END-IF
           END-IF.

       LOAD-CERT-CODE.
           READ CERT-REF-FILE
               AT END
                   SET CERT-EOF TO TRUE
               NOT AT END
                   IF CERT-COUNT < 20
                       ADD 1 TO CERT-COUNT
                       MOVE CERT-CODE TO VALID-CERT (CERT-COUNT)
                   END-IF
           END-READ.

      * A checkpoint left behind by an interrupted run names the last
      * title that was successfully loaded.  If one is on disk, the
      * feed is re-read from the top but every record up to and
           MOVE FEED-RECORD TO NEW-MOVIE-RECORD.
           PERFORM CHECK-DUPLICATE-IN-RUN.
           PERFORM CHECK-GENRE-ON-REFERENCE.
           PERFORM CHECK-CERT-ON-REFERENCE.
           EVALUATE TRUE
               WHEN DUPLICATE-IN-RUN
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN GENRE-NOT-ON-REF
                   PERFORM WRITE-GENRE-EXCEPTION
               WHEN CERT-NOT-ON-REF
                   PERFORM WRITE-CERT-EXCEPTION
               WHEN OTHER
                   PERFORM STORE-COMPUTED-PRICE
                   PERFORM UPSERT-MOVIE-RECORD

           CLOSE EXCEPTIONS-FILE.

      * A blank certificate is an unrated title and loads as one -
      * the counter simply applies no age check to it.
       CHECK-CERT-ON-REFERENCE.
           MOVE 'N' TO CERT-BAD-SW.
           IF CERT-REF-LOADED
               AND MOVIE-CERTIFICATE OF NEW-MOVIE-RECORD NOT = SPACES
                   SET CERT-NOT-ON-REF TO TRUE
                   PERFORM SCAN-CERT-TABLE
                       VARYING CERT-IDX FROM 1 BY 1
                       UNTIL CERT-IDX > CERT-COUNT
                           OR NOT CERT-NOT-ON-REF
           END-IF.

       SCAN-CERT-TABLE.
           IF VALID-CERT (CERT-IDX) =
               MOVIE-CERTIFICATE OF NEW-MOVIE-RECORD
                   MOVE 'N' TO CERT-BAD-SW
           END-IF.

       WRITE-CERT-EXCEPTION.
           ADD 1 TO RECORDS-REJECTED.
           MOVE SPACES TO EXCEPTION-LINE.
           STRING MOVIE-IMDB-ID OF NEW-MOVIE-RECORD DELIMITED BY SIZE
               ' CERT ' DELIMITED BY SIZE
               MOVIE-CERTIFICATE OF NEW-MOVIE-RECORD DELIMITED BY SIZE
               ' NOT ON REFERENCE - SKIPPED' DELIMITED BY SIZE
               INTO EXCEPTION-LINE.

           MOVE 'R' TO DISPOSE-CODE.
           MOVE 'CERTIFICATE NOT ON REFERENCE' TO DISPOSE-REASON.
           PERFORM WRITE-DISPOSITION-ROW.

           OPEN EXTEND EXCEPTIONS-FILE.
           IF EXCEPT-FS = '35'
               OPEN OUTPUT EXCEPTIONS-FILE
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           END-IF.

           WRITE EXCEPTION-LINE.

           CLOSE EXCEPTIONS-FILE.

      * A title that has already come through THIS run (two entries
      * in the same feed for the same MOVIE-IMDB-ID) is almost always
      * a feed-building mistake, not a deliberate update - an ID that
           CALL 'PRICE-MOVIE' USING MOVIE-IMDB-ID OF NEW-MOVIE-RECORD,
               COMPUTED-PRICE, READ-MODULE-NAME, LOOKUP-STATUS,
               PRICE-STATUS, MEMBER-ID, CURRENCY-CODE, TIER-NAME,
               POS-STORE-ID, MEDIA-FORMAT, PRICED-STAMP.
           IF MOVIE-FOUND AND PRICE-VALID
               MOVE COMPUTED-PRICE TO MOVIE-PRICE OF NEW-MOVIE-RECORD
           END-IF.
               TO MOVIE-GENRE OF MOVIE-RECORD.
           MOVE MOVIE-RELEASE-DATE OF NEW-MOVIE-RECORD
               TO MOVIE-RELEASE-DATE OF MOVIE-RECORD.
           MOVE MOVIE-CERTIFICATE OF NEW-MOVIE-RECORD
               TO MOVIE-CERTIFICATE OF MOVIE-RECORD.

      * Checkpoint every CHECKPOINT-INTERVAL records instead of after
      * every single one, so a multi-thousand-title load doesn't pay
