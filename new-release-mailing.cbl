       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-RELEASE-MAILING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIE-FILE ASSIGN TO "movies.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MOVIE-IMDB-ID
           ALTERNATE RECORD KEY IS MOVIE-TITLE WITH DUPLICATES
           FILE STATUS IS FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RENTAL-KEY
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT HOLDS-FILE ASSIGN TO "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS HOLD-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT MAILING-FILE ASSIGN TO "new-release-mailing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAILING-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MOVIE-FILE.
           01 MOVIE-RECORD.
               COPY 'movie-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE           PIC X(80).

       FD HOLDS-FILE.
           01 HOLD-RECORD.
               COPY 'hold-record.cpy'.

       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD MAILING-FILE.
           01 NOTICE-RECORD.
               COPY 'notice-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 FS                     PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 HOLD-FS                PIC 9(02).
           01 MEMBER-FS              PIC 9(02).
           01 MAILING-FS             PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 CATALOG-EOF-SW         PIC X(01) VALUE 'N'.
               88  CATALOG-EOF           VALUE 'Y'.
           01 LEDGER-EOF-SW          PIC X(01) VALUE 'N'.
               88  LEDGER-EOF            VALUE 'Y'.
           01 QUEUE-EOF-SW           PIC X(01) VALUE 'N'.
               88  QUEUE-EOF             VALUE 'Y'.
           01 MEMBER-OPEN-SW         PIC X(01) VALUE 'N'.
               88  MEMBER-FILE-OPEN      VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 WEEK-END-DATE          PIC 9(08).
           01 HISTORY-FROM-DATE      PIC 9(08).
           01 RUN-START-TIME         PIC X(14).
           01 MIN-RENTALS            PIC 9(02) VALUE 0.
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 MAILINGS-WRITTEN       PIC 9(06) VALUE 0.
           01 OPTED-OUT-COUNT        PIC 9(06) VALUE 0.
           01 NOT-CURRENT-COUNT      PIC 9(06) VALUE 0.
           01 HOLDING-COUNT          PIC 9(06) VALUE 0.
           01 NO-CONTACT-COUNT       PIC 9(06) VALUE 0.

      * The titles reaching the street in the coming week - the
      * seven days after today - and the genres among them, which
      * are the only genres the rental history is counted for.
           01 RELEASE-COUNT          PIC 9(03) VALUE 0 COMP.
           01 RELEASE-IDX            PIC 9(03) VALUE 0 COMP.
           01 RELEASE-AT             PIC 9(03) VALUE 0 COMP.
           01 RELEASE-TABLE.
               02  RELEASE-ENTRY OCCURS 200 TIMES.
                   03  NR-IMDB-ID          PIC X(10).
                   03  NR-TITLE            PIC X(50).
                   03  NR-GENRE-AT         PIC 9(03) COMP.
                   03  NR-RELEASE-DATE     PIC 9(08).
                   03  NR-MAILINGS         PIC 9(05).
           01 GENRE-COUNT            PIC 9(03) VALUE 0 COMP.
           01 GENRE-IDX              PIC 9(03) VALUE 0 COMP.
           01 GENRE-AT               PIC 9(03) VALUE 0 COMP.
           01 GENRE-TABLE.
               02  GENRE-NAME OCCURS 200 TIMES PIC X(12).

      * How many times each member rented each of those genres in
      * the last six months, off the ledger and the archives.
           01 TALLY-COUNT            PIC 9(05) VALUE 0 COMP.
           01 TALLY-IDX              PIC 9(05) VALUE 0 COMP.
           01 TALLY-AT               PIC 9(05) VALUE 0 COMP.
           01 TALLY-FULL-SW          PIC X(01) VALUE 'N'.
               88  TALLY-TABLE-FULL      VALUE 'Y'.
           01 TALLY-TABLE.
               02  TALLY-ENTRY OCCURS 20000 TIMES.
                   03  MG-MEMBER-ID        PIC X(10).
                   03  MG-GENRE-AT         PIC 9(03) COMP.
                   03  MG-RENTALS          PIC 9(04).

      * Genre by title for the rentals walked, looked up through
      * READ-MOVIE once per title.  Zero is a genre no release this
      * week is in, or a title gone from the catalog.
           01 TITLE-COUNT            PIC 9(04) VALUE 0 COMP.
           01 TITLE-IDX              PIC 9(04) VALUE 0 COMP.
           01 TITLE-AT               PIC 9(04) VALUE 0 COMP.
           01 TITLE-CACHE.
               02  TITLE-SLOT OCCURS 3000 TIMES.
                   03  TC-IMDB-ID          PIC X(10).
                   03  TC-GENRE-AT         PIC 9(03) COMP.
           01 LOOKUP-IMDB-ID         PIC X(10).
           01 LOOKUP-MOVIE-RECORD.
               COPY 'movie-record.cpy'.
           01 LOOKUP-STATUS.
               COPY 'movie-lookup-status.cpy'.

      * Members already in line for one of this week's titles - a
      * hold or a pre-order still waiting, set aside, or already
      * picked up.  Telling them about it again is noise.
           01 HOLDER-COUNT           PIC 9(04) VALUE 0 COMP.
           01 HOLDER-IDX             PIC 9(04) VALUE 0 COMP.
           01 HOLDER-FOUND-SW        PIC X(01).
               88  HOLDER-FOUND          VALUE 'Y'.
           01 HOLDER-TABLE.
               02  HOLDER-ENTRY OCCURS 3000 TIMES.
                   03  HD-IMDB-ID          PIC X(10).
                   03  HD-MEMBER-ID        PIC X(10).

      * The rental being tallied, off either the ledger or an
      * archive month.
           01 SEARCH-IMDB-ID         PIC X(10).
           01 SEARCH-MEMBER-ID       PIC X(10).
           01 SEARCH-DATE            PIC 9(08).

      * Six months back reaches past the archive cutoff, so the
      * walk covers the per-month rentals-archive files
      * ARCHIVE-RENTALS cuts.  A missing month never left the live
      * ledger.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-EOF-SW         PIC X(01).
               88  ARCHIVE-EOF           VALUE 'Y'.
           01 ARCHIVE-RENTAL.
               COPY 'rental-record.cpy'.
           01 WALK-MONTH             PIC 9(06).
           01 WALK-YEAR              PIC 9(04).
           01 WALK-MM                PIC 9(02).
           01 LAST-MONTH-WANTED      PIC 9(06).
           01 MONTHS-WALKED          PIC 9(03).

           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
       PROCEDURE DIVISION.
      * Weekly new-release mailing list for marketing.  For every
      * title whose street date falls in the coming week, the
      * members who rented its genre at least the number of times
      * keyed (three if none is) in the last six months, off the
      * rentals ledger and its archives - one line per member per
      * title, with name, phone and email in the notice layout.
      * Left off: members who already hold or pre-ordered the
      * title, members who have opted out of marketing through
      * MAINTAIN-MEMBER, and members whose membership is lapsed or
      * whose paid term has run out.  A member with no term on
      * file is grandfathered and active, and is mailed like any
      * other.  The file is cut fresh each run.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) + 7).
           COMPUTE HISTORY-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - 183).
           DISPLAY 'Genre rentals in six months to qualify '
               '(0 for 3): '.
           ACCEPT MIN-RENTALS.
           IF MIN-RENTALS = 0
               MOVE 3 TO MIN-RENTALS
           END-IF.

           OPEN INPUT MOVIE-FILE.
           IF FS NOT = '00'
               DISPLAY 'Cannot open catalog - no mailing cut'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-MOVIE-RECORD UNTIL CATALOG-EOF.
           CLOSE MOVIE-FILE.

           OPEN OUTPUT MAILING-FILE.
           IF MAILING-FS NOT = '00'
               DISPLAY 'Cannot open new-release mailing file'
               PERFORM WRITE-RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF RELEASE-COUNT > 0
               OPEN INPUT RENTAL-FILE
               IF RENTAL-FS = '00'
                   PERFORM TALLY-LEDGER-RECORD UNTIL LEDGER-EOF
                   CLOSE RENTAL-FILE
               END-IF
               PERFORM TALLY-ARCHIVED-MONTHS
               PERFORM LOAD-TITLE-HOLDERS
               OPEN INPUT MEMBERSHIP-FILE
               IF MEMBER-FS = '00'
                   SET MEMBER-FILE-OPEN TO TRUE
               END-IF
               PERFORM MAIL-ONE-RELEASE
                   VARYING RELEASE-IDX FROM 1 BY 1
                   UNTIL RELEASE-IDX > RELEASE-COUNT
               IF MEMBER-FILE-OPEN
                   CLOSE MEMBERSHIP-FILE
               END-IF
           END-IF.

           CLOSE MAILING-FILE.
           PERFORM WRITE-RUN-CONTROL.
           PERFORM PRINT-MAILING-TOTALS.
           STOP RUN.

       CHECK-MOVIE-RECORD.
           READ MOVIE-FILE NEXT RECORD
               AT END
                   SET CATALOG-EOF TO TRUE
               NOT AT END
                   IF MOVIE-RELEASE-DATE OF MOVIE-RECORD > TODAY-DATE
                       AND MOVIE-RELEASE-DATE OF MOVIE-RECORD
                           <= WEEK-END-DATE
                           PERFORM ADD-RELEASE-ENTRY
                   END-IF
           END-READ.

       ADD-RELEASE-ENTRY.
           IF RELEASE-COUNT < 200
               ADD 1 TO RELEASE-COUNT
               MOVE MOVIE-IMDB-ID OF MOVIE-RECORD
                   TO NR-IMDB-ID (RELEASE-COUNT)
               MOVE MOVIE-TITLE OF MOVIE-RECORD
                   TO NR-TITLE (RELEASE-COUNT)
               MOVE MOVIE-RELEASE-DATE OF MOVIE-RECORD
                   TO NR-RELEASE-DATE (RELEASE-COUNT)
               MOVE 0 TO NR-MAILINGS (RELEASE-COUNT)
               PERFORM NOTE-RELEASE-GENRE
               MOVE GENRE-AT TO NR-GENRE-AT (RELEASE-COUNT)
           ELSE
               DISPLAY 'WARNING - more than 200 releases this week; '
                   MOVIE-IMDB-ID OF MOVIE-RECORD
                   ' and after not mailed'
               SET CATALOG-EOF TO TRUE
           END-IF.

       NOTE-RELEASE-GENRE.
           MOVE 0 TO GENRE-AT.
           PERFORM MATCH-RELEASE-GENRE
               VARYING GENRE-IDX FROM 1 BY 1
               UNTIL GENRE-IDX > GENRE-COUNT OR GENRE-AT > 0.
           IF GENRE-AT = 0
               ADD 1 TO GENRE-COUNT
               MOVE MOVIE-GENRE OF MOVIE-RECORD
                   TO GENRE-NAME (GENRE-COUNT)
               MOVE GENRE-COUNT TO GENRE-AT
           END-IF.

       MATCH-RELEASE-GENRE.
           IF GENRE-NAME (GENRE-IDX) = MOVIE-GENRE OF MOVIE-RECORD
               MOVE GENRE-IDX TO GENRE-AT
           END-IF.

       TALLY-LEDGER-RECORD.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE RENTAL-IMDB-ID OF RENTAL-RECORD
                       TO SEARCH-IMDB-ID
                   MOVE RENTAL-MEMBER-ID OF RENTAL-RECORD
                       TO SEARCH-MEMBER-ID
                   MOVE RENTAL-DATE OF RENTAL-RECORD TO SEARCH-DATE
                   PERFORM TALLY-ONE-RENTAL
           END-READ.

       TALLY-ARCHIVED-MONTHS.
           MOVE TODAY-DATE (1:6) TO LAST-MONTH-WANTED.
           MOVE HISTORY-FROM-DATE (1:4) TO WALK-YEAR.
           MOVE HISTORY-FROM-DATE (5:2) TO WALK-MM.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.
           MOVE 0 TO MONTHS-WALKED.
           PERFORM TALLY-ONE-ARCHIVE-MONTH
               UNTIL WALK-MONTH > LAST-MONTH-WANTED
                   OR MONTHS-WALKED > 12.

       TALLY-ONE-ARCHIVE-MONTH.
           ADD 1 TO MONTHS-WALKED.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'rentals-archive-' DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.

           MOVE 'N' TO ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM TALLY-ONE-ARCHIVE-ROW UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM STEP-TO-NEXT-MONTH.

       TALLY-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE ARCHIVE-LINE TO ARCHIVE-RENTAL
                   MOVE RENTAL-IMDB-ID OF ARCHIVE-RENTAL
                       TO SEARCH-IMDB-ID
                   MOVE RENTAL-MEMBER-ID OF ARCHIVE-RENTAL
                       TO SEARCH-MEMBER-ID
                   MOVE RENTAL-DATE OF ARCHIVE-RENTAL TO SEARCH-DATE
                   PERFORM TALLY-ONE-RENTAL
           END-READ.

       STEP-TO-NEXT-MONTH.
           MOVE WALK-MONTH (1:4) TO WALK-YEAR.
           MOVE WALK-MONTH (5:2) TO WALK-MM.
           IF WALK-MM = 12
               ADD 1 TO WALK-YEAR
               MOVE 1 TO WALK-MM
           ELSE
               ADD 1 TO WALK-MM
           END-IF.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.

       TALLY-ONE-RENTAL.
           IF SEARCH-DATE >= HISTORY-FROM-DATE
               AND SEARCH-DATE <= TODAY-DATE
               AND SEARCH-MEMBER-ID NOT = SPACES
                   PERFORM FETCH-RENTAL-GENRE
                   IF GENRE-AT > 0
                       PERFORM COUNT-MEMBER-GENRE
                   END-IF
           END-IF.

       FETCH-RENTAL-GENRE.
           MOVE 0 TO TITLE-AT.
           PERFORM MATCH-TITLE-SLOT
               VARYING TITLE-IDX FROM 1 BY 1
               UNTIL TITLE-IDX > TITLE-COUNT OR TITLE-AT > 0.
           IF TITLE-AT > 0
               MOVE TC-GENRE-AT (TITLE-AT) TO GENRE-AT
           ELSE
               MOVE 0 TO GENRE-AT
               MOVE SEARCH-IMDB-ID TO LOOKUP-IMDB-ID
               CALL 'READ-MOVIE' USING LOOKUP-IMDB-ID,
                   LOOKUP-MOVIE-RECORD, LOOKUP-STATUS
               IF MOVIE-FOUND
                   AND MOVIE-GENRE OF LOOKUP-MOVIE-RECORD NOT = SPACES
                       PERFORM MATCH-RENTAL-GENRE
                           VARYING GENRE-IDX FROM 1 BY 1
                           UNTIL GENRE-IDX > GENRE-COUNT
                               OR GENRE-AT > 0
               END-IF
               IF TITLE-COUNT < 3000
                   ADD 1 TO TITLE-COUNT
                   MOVE SEARCH-IMDB-ID TO TC-IMDB-ID (TITLE-COUNT)
                   MOVE GENRE-AT TO TC-GENRE-AT (TITLE-COUNT)
               END-IF
           END-IF.

       MATCH-TITLE-SLOT.
           IF TC-IMDB-ID (TITLE-IDX) = SEARCH-IMDB-ID
               MOVE TITLE-IDX TO TITLE-AT
           END-IF.

       MATCH-RENTAL-GENRE.
           IF GENRE-NAME (GENRE-IDX) =
               MOVIE-GENRE OF LOOKUP-MOVIE-RECORD
                   MOVE GENRE-IDX TO GENRE-AT
           END-IF.

       COUNT-MEMBER-GENRE.
           MOVE 0 TO TALLY-AT.
           PERFORM MATCH-TALLY-ENTRY
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > TALLY-COUNT OR TALLY-AT > 0.
           IF TALLY-AT > 0
               ADD 1 TO MG-RENTALS (TALLY-AT)
           ELSE
               IF TALLY-COUNT < 20000
                   ADD 1 TO TALLY-COUNT
                   MOVE SEARCH-MEMBER-ID TO MG-MEMBER-ID (TALLY-COUNT)
                   MOVE GENRE-AT TO MG-GENRE-AT (TALLY-COUNT)
                   MOVE 1 TO MG-RENTALS (TALLY-COUNT)
               ELSE
                   SET TALLY-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       MATCH-TALLY-ENTRY.
           IF MG-MEMBER-ID (TALLY-IDX) = SEARCH-MEMBER-ID
               AND MG-GENRE-AT (TALLY-IDX) = GENRE-AT
                   MOVE TALLY-IDX TO TALLY-AT
           END-IF.

       LOAD-TITLE-HOLDERS.
           OPEN INPUT HOLDS-FILE.
           IF HOLD-FS = '00'
               PERFORM CHECK-ONE-HOLD UNTIL QUEUE-EOF
               CLOSE HOLDS-FILE
           END-IF.

       CHECK-ONE-HOLD.
           READ HOLDS-FILE NEXT RECORD
               AT END
                   SET QUEUE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF HOLD-WAITING OR HOLD-READY OR HOLD-FILLED
                       PERFORM NOTE-RELEASE-HOLDER
                   END-IF
           END-READ.

       NOTE-RELEASE-HOLDER.
           MOVE 0 TO RELEASE-AT.
           PERFORM MATCH-HOLD-RELEASE
               VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-COUNT OR RELEASE-AT > 0.
           IF RELEASE-AT > 0 AND HOLDER-COUNT < 3000
               ADD 1 TO HOLDER-COUNT
               MOVE HOLD-IMDB-ID TO HD-IMDB-ID (HOLDER-COUNT)
               MOVE HOLD-MEMBER-ID TO HD-MEMBER-ID (HOLDER-COUNT)
           END-IF.

       MATCH-HOLD-RELEASE.
           IF NR-IMDB-ID (RELEASE-IDX) = HOLD-IMDB-ID
               MOVE RELEASE-IDX TO RELEASE-AT
           END-IF.

       MAIL-ONE-RELEASE.
           PERFORM CONSIDER-TALLY-ENTRY
               VARYING TALLY-IDX FROM 1 BY 1
               UNTIL TALLY-IDX > TALLY-COUNT.

       CONSIDER-TALLY-ENTRY.
           IF MG-GENRE-AT (TALLY-IDX) = NR-GENRE-AT (RELEASE-IDX)
               AND MG-RENTALS (TALLY-IDX) >= MIN-RENTALS
                   PERFORM CHECK-TITLE-HOLDER
                   IF HOLDER-FOUND
                       ADD 1 TO HOLDING-COUNT
                   ELSE
                       PERFORM SCREEN-MEMBER
                   END-IF
           END-IF.

       CHECK-TITLE-HOLDER.
           MOVE 'N' TO HOLDER-FOUND-SW.
           PERFORM MATCH-TITLE-HOLDER
               VARYING HOLDER-IDX FROM 1 BY 1
               UNTIL HOLDER-IDX > HOLDER-COUNT OR HOLDER-FOUND.

       MATCH-TITLE-HOLDER.
           IF HD-IMDB-ID (HOLDER-IDX) = NR-IMDB-ID (RELEASE-IDX)
               AND HD-MEMBER-ID (HOLDER-IDX) = MG-MEMBER-ID (TALLY-IDX)
                   SET HOLDER-FOUND TO TRUE
           END-IF.

      * A member with no row on the membership file has no term and
      * no consent on record, and is left off.
       SCREEN-MEMBER.
           PERFORM FIND-MEMBER-ENTRY.
           EVALUATE TRUE
               WHEN NOT MEMBER-FOUND
                   ADD 1 TO NOT-CURRENT-COUNT
               WHEN NOT MS-ACTIVE
                   ADD 1 TO NOT-CURRENT-COUNT
               WHEN MS-TERM-EXPIRY-DATE NUMERIC
                   AND MS-TERM-EXPIRY-DATE > 0
                   AND MS-TERM-EXPIRY-DATE < TODAY-DATE
                       ADD 1 TO NOT-CURRENT-COUNT
               WHEN MS-NO-MARKETING
                   ADD 1 TO OPTED-OUT-COUNT
               WHEN OTHER
                   PERFORM WRITE-MAILING-LINE
           END-EVALUATE.

       FIND-MEMBER-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           IF MEMBER-FILE-OPEN
               MOVE MG-MEMBER-ID (TALLY-IDX) TO MS-MEMBER-ID
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MEMBER-FOUND TO TRUE
               END-READ
           END-IF.

       WRITE-MAILING-LINE.
           MOVE TODAY-DATE TO NOTICE-DATE.
           SET NOTICE-NEW-RELEASE TO TRUE.
           MOVE MS-MEMBER-ID TO NOTICE-MEMBER-ID.
           MOVE MS-NAME TO NOTICE-MEMBER-NAME.
           MOVE MS-PHONE TO NOTICE-PHONE.
           MOVE MS-EMAIL TO NOTICE-EMAIL.
           MOVE NR-IMDB-ID (RELEASE-IDX) TO NOTICE-IMDB-ID.
           MOVE NR-RELEASE-DATE (RELEASE-IDX) TO NOTICE-DUE-DATE.
           IF MS-PHONE = SPACES AND MS-EMAIL = SPACES
               ADD 1 TO NO-CONTACT-COUNT
           END-IF.
           WRITE NOTICE-RECORD.
           ADD 1 TO MAILINGS-WRITTEN.
           ADD 1 TO NR-MAILINGS (RELEASE-IDX).

       PRINT-MAILING-TOTALS.
           DISPLAY 'New-release mailing ' TODAY-DATE ' - street '
               'dates to ' WEEK-END-DATE ', ' MIN-RENTALS
               '+ genre rentals since ' HISTORY-FROM-DATE.
           DISPLAY '------------------------------------------'.
           PERFORM PRINT-RELEASE-LINE
               VARYING RELEASE-IDX FROM 1 BY 1
               UNTIL RELEASE-IDX > RELEASE-COUNT.
           DISPLAY '------------------------------------------'.
           DISPLAY 'Titles releasing:         ' RELEASE-COUNT.
           DISPLAY 'Mailing lines written:    ' MAILINGS-WRITTEN
               ' (' NO-CONTACT-COUNT ' with no contact on file)'.
           DISPLAY 'Left off - already holds: ' HOLDING-COUNT.
           DISPLAY 'Left off - opted out:     ' OPTED-OUT-COUNT.
           DISPLAY 'Left off - not current:   ' NOT-CURRENT-COUNT.
           IF TALLY-TABLE-FULL
               DISPLAY 'WARNING - member/genre table full; some '
                   'members were not counted'
           END-IF.

       PRINT-RELEASE-LINE.
           DISPLAY NR-RELEASE-DATE (RELEASE-IDX) ' '
               NR-IMDB-ID (RELEASE-IDX) ' '
               NR-TITLE (RELEASE-IDX) (1:30) ' '
               GENRE-NAME (NR-GENRE-AT (RELEASE-IDX)) ' '
               NR-MAILINGS (RELEASE-IDX) ' members'.

       WRITE-RUN-CONTROL.
           MOVE 'NEW-RELEASE-MAILING' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE MAILINGS-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE 0 TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM NEW-RELEASE-MAILING.
