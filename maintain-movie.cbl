           SELECT GENRE-REF-FILE ASSIGN TO "genre-ref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENRE-FS.

           SELECT CERT-REF-FILE ASSIGN TO "cert-ref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.
       FD GENRE-REF-FILE.
           01 GENRE-REF-RECORD.
               02 GENRE-REF-CODE   PIC X(12).

       FD CERT-REF-FILE.
           01 CERT-REF-RECORD.
               COPY 'cert-ref-record.cpy'.
       WORKING-STORAGE SECTION.
           01 FS                    PIC 9(02).
           01 GENRE-FS               PIC 9(02).
           01 GENRE-TABLE.
               02  VALID-GENRE         OCCURS 50 TIMES
                   INDEXED BY GENRE-IDX PIC X(12).
           01 CERT-FS                PIC 9(02).
           01 CERT-WORK              PIC X(05).
           01 CERT-EOF-SW            PIC X(01) VALUE 'N'.
               88  CERT-EOF              VALUE 'Y'.
           01 CERT-LOADED-SW         PIC X(01) VALUE 'N'.
               88  CERT-REF-LOADED       VALUE 'Y'.
           01 CERT-BAD-SW            PIC X(01).
               88  CERT-NOT-ON-REF       VALUE 'Y'.
           01 CERT-COUNT             PIC 9(03) VALUE 0 COMP.
           01 CERT-TABLE.
               02  VALID-CERT          OCCURS 20 TIMES
                   INDEXED BY CERT-IDX PIC X(05).
           01 CHANGE-TYPE            PIC X(08) VALUE 'UPDATE'.
           01 JOURNAL-PROGRAM        PIC X(20) VALUE 'MAINTAIN-MOVIE'.
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
       PROCEDURE DIVISION.
      * Fix a typo'd title, a wrong year, a misfiled genre, a wrong
      * age certificate or a slipped street date on ONE catalog
      * record, in place, instead of round-tripping the whole
      * catalog through the feed load.  The rating has UPDATE-RATING
      * and the status byte has RETIRE-TITLE; this covers the rest
      * of the metadata, under the same single-writer lock, against
      * the same genre and certificate references the load checks,
      * and with every edit journaled
      * through LOG-MOVIE-CHANGE so the BI delta feed carries the
      * correction out.
       MAIN-PROCEDURE.
           DISPLAY 'Operator initials: '.
           ACCEPT OPERATOR-INITIALS.
           PERFORM LOAD-GENRE-REFERENCE.
           PERFORM LOAD-CERT-REFERENCE.
           OPEN I-O MOVIE-FILE.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           CLOSE MOVIE-FILE.
                   END-IF
           END-READ.

       LOAD-CERT-REFERENCE.
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

       LOOP.
           DISPLAY 'Enter IMDB ID: '.
           ACCEPT IMDB-ID.
               FUNCTION TRIM(MOVIE-TITLE OF MOVIE-RECORD) ' ('
               MOVIE-YEAR OF MOVIE-RECORD ') '
               FUNCTION TRIM(MOVIE-GENRE OF MOVIE-RECORD)
               ' cert ' MOVIE-CERTIFICATE OF MOVIE-RECORD
               ' released ' MOVIE-RELEASE-DATE OF MOVIE-RECORD.

           PERFORM EDIT-TITLE-FIELD.
           PERFORM EDIT-YEAR-FIELD.
           PERFORM EDIT-GENRE-FIELD.
           PERFORM EDIT-CERT-FIELD.
           PERFORM EDIT-RELEASE-DATE-FIELD.

           IF RECORD-CHANGED
               TO MOVIE-GENRE OF MOVIE-RECORD.
           MOVE MOVIE-RELEASE-DATE OF EDITED-MOVIE
               TO MOVIE-RELEASE-DATE OF MOVIE-RECORD.
           MOVE MOVIE-CERTIFICATE OF EDITED-MOVIE
               TO MOVIE-CERTIFICATE OF MOVIE-RECORD.

       EDIT-TITLE-FIELD.
           DISPLAY 'Title (blank to keep): '.
               MOVE 'N' TO GENRE-BAD-SW
           END-IF.

      * The certificate follows the genre's rules: blank keeps it,
      * '-' clears it back to unrated, and anything keyed must be
      * on cert-ref.dat - the same list the counter takes its ages
      * from.
       EDIT-CERT-FIELD.
           DISPLAY 'Certificate (blank to keep, - to clear): '.
           MOVE SPACES TO CERT-WORK.
           ACCEPT CERT-WORK.
           EVALUATE TRUE
               WHEN CERT-WORK = SPACES
                   CONTINUE
               WHEN CERT-WORK = '-'
                   MOVE SPACES TO MOVIE-CERTIFICATE OF MOVIE-RECORD
                   SET RECORD-CHANGED TO TRUE
               WHEN OTHER
                   PERFORM CHECK-CERT-ON-REFERENCE
                   IF CERT-NOT-ON-REF
                       DISPLAY 'Certificate ' FUNCTION TRIM(CERT-WORK)
                           ' not on reference - kept as was'
                   ELSE
                       MOVE CERT-WORK
                           TO MOVIE-CERTIFICATE OF MOVIE-RECORD
                       SET RECORD-CHANGED TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-CERT-ON-REFERENCE.
           MOVE 'N' TO CERT-BAD-SW.
           IF CERT-REF-LOADED
               SET CERT-NOT-ON-REF TO TRUE
               PERFORM SCAN-CERT-TABLE
                   VARYING CERT-IDX FROM 1 BY 1
                   UNTIL CERT-IDX > CERT-COUNT
                       OR NOT CERT-NOT-ON-REF
           END-IF.

       SCAN-CERT-TABLE.
           IF VALID-CERT (CERT-IDX) = CERT-WORK
               MOVE 'N' TO CERT-BAD-SW
           END-IF.

       EDIT-RELEASE-DATE-FIELD.
           DISPLAY 'Release date YYYYMMDD (0 to keep): '.
           MOVE 0 TO DATE-WORK.
