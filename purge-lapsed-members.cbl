       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURGE-LAPSED-MEMBERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT RENTAL-FILE ASSIGN TO "rentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RENTAL-KEY OF RENTAL-RECORD
           ALTERNATE RECORD KEY IS RENTAL-MEMBER-ID OF RENTAL-RECORD
               WITH DUPLICATES
           FILE STATUS IS RENTAL-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT FEES-OWED-FILE ASSIGN TO "fees-owed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEES-FS.

           SELECT FEE-SETTLEMENT-FILE ASSIGN TO "fee-settlements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-FS.

           SELECT CREDIT-MOVEMENT-FILE
           ASSIGN TO "credit-movements.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVEMENT-FS.

           SELECT SWEEP-FILE ASSIGN TO SWEEP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SWEEP-FS.

           SELECT WORK-FILE ASSIGN TO "member-purge.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FS.

           SELECT PURGE-LOG-FILE ASSIGN TO "member-anonymizations.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGE-LOG-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD RENTAL-FILE.
           01 RENTAL-RECORD.
               COPY 'rental-record.cpy'.

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE           PIC X(80).

       FD FEES-OWED-FILE.
           01 FEE-OWED-RECORD.
               COPY 'fee-record.cpy'.

       FD FEE-SETTLEMENT-FILE.
           01 FEE-SETTLEMENT-RECORD.
               COPY 'fee-settlement-record.cpy'.

       FD CREDIT-MOVEMENT-FILE.
           01 CREDIT-MOVEMENT-RECORD.
               COPY 'credit-movement-record.cpy'.

       FD SWEEP-FILE.
           01 SWEEP-LINE             PIC X(150).

       FD WORK-FILE.
           01 WORK-RECORD            PIC X(150).

      * One line per member anonymized - the member ID the history
      * still hangs off, the retention cutoff the member was judged
      * against, how many lines on each contact file were blanked,
      * and when.  Nothing personal is carried onto it.
       FD PURGE-LOG-FILE.
           01 PURGE-LOG-RECORD.
               02  AN-MEMBER-ID         PIC X(10).
               02  AN-CUTOFF-DATE       PIC 9(08).
               02  AN-RETENTION-YEARS   PIC 9(02).
               02  AN-NOTICE-LINES      PIC 9(04).
               02  AN-MAILING-LINES     PIC 9(04).
               02  AN-RENEWAL-LINES     PIC 9(04).
               02  AN-HANDOFF-LINES     PIC 9(04).
               02  AN-TIMESTAMP         PIC X(14).
               02  AN-OPERATOR          PIC X(03).

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 RENTAL-FS              PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 FEES-FS                PIC 9(02).
           01 SETTLE-FS              PIC 9(02).
           01 MOVEMENT-FS            PIC 9(02).
           01 SWEEP-FS               PIC 9(02).
           01 WORK-FS                PIC 9(02).
           01 PURGE-LOG-FS           PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 MEMBER-EOF-SW          PIC X(01) VALUE 'N'.
               88  MEMBER-EOF            VALUE 'Y'.
           01 FILE-EOF-SW            PIC X(01).
               88  FILE-EOF              VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 RETENTION-YEARS        PIC 9(02) VALUE 0.
           01 DEFAULT-RETENTION-YEARS PIC 9(02) VALUE 7.
           01 RETAIN-CUTOFF          PIC 9(08).
           01 PURGE-REPLY            PIC X(01) VALUE SPACES.
           01 PURGE-SW               PIC X(01) VALUE 'N'.
               88  PURGE-MODE            VALUE 'Y'.
           01 OVERFLOW-SW            PIC X(01) VALUE 'N'.
               88  CANDIDATES-OVERFLOWED VALUE 'Y'.
           01 SWEEP-FAILED-SW        PIC X(01) VALUE 'N'.
               88  SWEEP-FAILED          VALUE 'Y'.

      * What an anonymized row reads as wherever a name used to be -
      * on the membership file (where the name index takes it as
      * one more duplicate) and on every contact file swept.  A row
      * already reading this way was purged in an earlier year and
      * is passed over.
           01 ANONYMIZED-NAME        PIC X(30) VALUE 'ANONYMIZED'.

           01 BASE-ACTIVITY-DATE     PIC 9(08).
           01 SEEN-MEMBER-ID         PIC X(10).
           01 SEEN-DATE              PIC 9(08).
           01 OPEN-FEE-AMOUNT        PIC 9(6)V9(2).

      * Lapsed members whose own row shows nothing since the cutoff,
      * in member-ID order off the keyed pass - which is what lets
      * each rental, fee, settlement and movement line find its
      * member with a binary SEARCH ALL rather than a walk of the
      * whole table.  The later passes clear a member who turns out
      * to have moved since the cutoff, and total up what each one
      * still owes or holds.
           01 CANDIDATE-MAX          PIC 9(04) VALUE 5000 COMP.
           01 CANDIDATE-COUNT        PIC 9(04) VALUE 0 COMP.
           01 CANDIDATE-TABLE.
               02  CANDIDATE-ROW OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CANDIDATE-COUNT
                   ASCENDING KEY IS PC-MEMBER-ID
                   INDEXED BY CAND-IDX.
                   03  PC-MEMBER-ID        PIC X(10).
                   03  PC-LAPSED-SINCE     PIC 9(08).
                   03  PC-STATE            PIC X(01).
                       88  PC-CANDIDATE        VALUE 'C'.
                       88  PC-RECENT           VALUE 'R'.
                       88  PC-HELD             VALUE 'H'.
                       88  PC-ELIGIBLE         VALUE 'E'.
                       88  PC-ANONYMIZED       VALUE 'A'.
                       88  PC-REWRITE-FAILED   VALUE 'F'.
                   03  PC-OPEN-RENTALS     PIC 9(04).
                   03  PC-FEES-OWED        PIC 9(6)V9(2).
                   03  PC-FEES-SETTLED     PIC 9(6)V9(2).
                   03  PC-CREDIT           PIC 9(5)V9(2).
                   03  PC-LINES-CLEARED    PIC 9(04) OCCURS 4 TIMES.
           01 LIST-IDX               PIC 9(04) VALUE 0 COMP.
           01 CANDIDATE-FOUND-SW     PIC X(01) VALUE 'N'.
               88  CANDIDATE-FOUND       VALUE 'Y'.

      * Rental archives are cut one file per month of rental date by
      * ARCHIVE-RENTALS.  Only rentals since the cutoff can make a
      * candidate recent, so the walk starts the month before the
      * cutoff month - a rental taken out late that month and
      * returned after the cutoff still counts - and runs to this
      * month.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 ARCHIVE-EOF-SW         PIC X(01).
               88  ARCHIVE-EOF           VALUE 'Y'.
           01 ARCHIVE-RENTAL.
               COPY 'rental-record.cpy'.
           01 WALK-MONTH             PIC 9(06).
           01 WALK-YEAR              PIC 9(04).
           01 WALK-MM                PIC 9(02).
           01 LAST-MONTH-WANTED      PIC 9(06).

      * The contact files a name, phone and email get copied onto.
      * Each is cut fresh by the run that owns it; between runs the
      * last cut sits on disk, so each is swept line by line.  Two
      * layouts between the four: the outbound-notice layout
      * (NOTIFY-MEMBERS and NEW-RELEASE-MAILING) carries a date and
      * type ahead of the member, the renewal notice and the agency
      * handoff lead with it.  The name, phone and email follow the
      * member ID in the same widths on all four.
           01 SWEEP-NAME             PIC X(40) VALUE SPACES.
           01 SWEEP-VALUES.
               02  FILLER PIC X(30) VALUE 'outbound-notices.dat'.
               02  FILLER PIC 9(03) VALUE 010.
               02  FILLER PIC X(30) VALUE 'new-release-mailing.dat'.
               02  FILLER PIC 9(03) VALUE 010.
               02  FILLER PIC X(30) VALUE 'renewal-notices.dat'.
               02  FILLER PIC 9(03) VALUE 001.
               02  FILLER PIC X(30) VALUE 'collections-handoff.dat'.
               02  FILLER PIC 9(03) VALUE 001.
           01 SWEEP-TABLE REDEFINES SWEEP-VALUES.
               02  SWEEP-ENTRY OCCURS 4 TIMES.
                   03  SW-FILE-NAME        PIC X(30).
                   03  SW-ID-START         PIC 9(03).
           01 SWEEP-IDX              PIC 9(01) VALUE 0.
           01 NAME-START             PIC 9(03).
           01 SWEEP-CHANGED          PIC 9(06) VALUE 0.
           01 LINE-MEMBER-ID         PIC X(10).

           01 HELD-COUNT             PIC 9(06) VALUE 0.
           01 RECENT-COUNT           PIC 9(06) VALUE 0.
           01 ELIGIBLE-COUNT         PIC 9(06) VALUE 0.
           01 ANONYMIZED-COUNT       PIC 9(06) VALUE 0.
           01 REWRITE-FAIL-COUNT     PIC 9(06) VALUE 0.
           01 DISPLAY-FEES           PIC Z(5)9.99.
           01 DISPLAY-CREDIT         PIC Z(4)9.99.
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
       PROCEDURE DIVISION.
      * The yearly privacy purge.  The policy keeps a member's
      * personal data for a set number of years after their last
      * activity; past that a lapsed member's name, phone, email
      * and date of birth come off the membership file and off the
      * notice, mailing and collections-handoff files, while the
      * member ID stays - on the membership row, the rental ledger
      * and its archives, the fees and settlements - so the
      * financial history still adds up to the same accounts.
      *
      * Last activity is the latest of the membership term's end
      * (the join date for a row from before terms), any rental
      * taken out or returned, any fee assessed or settled, and any
      * store-credit movement.  A member past the cutoff on all of
      * them but still owing something - a rental out, a fee not
      * settled, credit on the account - is not purged, and is
      * listed separately so the office can clear it.  Everyone
      * anonymized is listed and journaled on
      * member-anonymizations.log.  Answering N to the purge prompt
      * lists who would go and touches nothing.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY 'Years to keep after last activity '
               '(blank for 7): '.
           ACCEPT RETENTION-YEARS.
           IF RETENTION-YEARS = 0
               MOVE DEFAULT-RETENTION-YEARS TO RETENTION-YEARS
           END-IF.
           DISPLAY 'Anonymize now? N lists only. (Y/N)'.
           ACCEPT PURGE-REPLY.
           IF PURGE-REPLY = 'Y'
               SET PURGE-MODE TO TRUE
           END-IF.

      * Same day of the year, so many years back.  A leap day
      * steps back to the 28th - a day early, never a day late.
           COMPUTE RETAIN-CUTOFF = TODAY-DATE
               - RETENTION-YEARS * 10000.
           IF RETAIN-CUTOFF (5:4) = '0229'
               MOVE '0228' TO RETAIN-CUTOFF (5:4)
           END-IF.

           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'No membership file - nothing to purge'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
           END-IF.
           PERFORM LOAD-ONE-CANDIDATE UNTIL MEMBER-EOF.
           CLOSE MEMBERSHIP-FILE.

           IF CANDIDATE-COUNT > 0
               PERFORM SCAN-LIVE-RENTALS
               PERFORM SCAN-ARCHIVE-MONTHS
               PERFORM SCAN-FEES-OWED
               PERFORM SCAN-SETTLEMENTS
               PERFORM SCAN-CREDIT-MOVEMENTS
               PERFORM JUDGE-ONE-CANDIDATE
                   VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > CANDIDATE-COUNT
           END-IF.

           IF PURGE-MODE AND ELIGIBLE-COUNT > 0
               PERFORM ANONYMIZE-MEMBERS
               IF ANONYMIZED-COUNT > 0
                   PERFORM SWEEP-CONTACT-FILE
                       VARYING SWEEP-IDX FROM 1 BY 1
                       UNTIL SWEEP-IDX > 4
                   PERFORM WRITE-PURGE-LOG
               END-IF
           END-IF.

           PERFORM PRINT-PURGE-LISTS.
           PERFORM WRITE-RUN-CONTROL.

           EVALUATE TRUE
               WHEN REWRITE-FAIL-COUNT > 0 OR SWEEP-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN CANDIDATES-OVERFLOWED
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LOAD-ONE-CANDIDATE.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
                   IF MS-LAPSED OF WORK-MEMBER
                       AND MS-NAME OF WORK-MEMBER NOT = ANONYMIZED-NAME
                           PERFORM WEIGH-LAPSED-MEMBER
                   END-IF
           END-READ.

      * The row's own dates first: a term that ran out before the
      * cutoff (or, with no term on file, a join before it) makes
      * the member a candidate for the activity passes to judge.
       WEIGH-LAPSED-MEMBER.
           MOVE 0 TO BASE-ACTIVITY-DATE.
           IF MS-TERM-EXPIRY-DATE OF WORK-MEMBER NUMERIC
               AND MS-TERM-EXPIRY-DATE OF WORK-MEMBER > 0
                   MOVE MS-TERM-EXPIRY-DATE OF WORK-MEMBER
                       TO BASE-ACTIVITY-DATE
           ELSE
               IF MS-JOIN-DATE OF WORK-MEMBER NUMERIC
                   MOVE MS-JOIN-DATE OF WORK-MEMBER
                       TO BASE-ACTIVITY-DATE
               END-IF
           END-IF.
           IF BASE-ACTIVITY-DATE < RETAIN-CUTOFF
               IF CANDIDATE-COUNT < CANDIDATE-MAX
                   PERFORM ADD-CANDIDATE
               ELSE
                   SET CANDIDATES-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       ADD-CANDIDATE.
           ADD 1 TO CANDIDATE-COUNT.
           MOVE MS-MEMBER-ID OF WORK-MEMBER
               TO PC-MEMBER-ID (CANDIDATE-COUNT).
           MOVE BASE-ACTIVITY-DATE TO PC-LAPSED-SINCE (CANDIDATE-COUNT).
           SET PC-CANDIDATE (CANDIDATE-COUNT) TO TRUE.
           MOVE 0 TO PC-OPEN-RENTALS (CANDIDATE-COUNT).
           MOVE 0 TO PC-FEES-OWED (CANDIDATE-COUNT).
           MOVE 0 TO PC-FEES-SETTLED (CANDIDATE-COUNT).
           MOVE 0 TO PC-CREDIT (CANDIDATE-COUNT).
           IF MS-CREDIT-BALANCE OF WORK-MEMBER NUMERIC
               MOVE MS-CREDIT-BALANCE OF WORK-MEMBER
                   TO PC-CREDIT (CANDIDATE-COUNT)
           END-IF.
           MOVE 0 TO PC-LINES-CLEARED (CANDIDATE-COUNT, 1).
           MOVE 0 TO PC-LINES-CLEARED (CANDIDATE-COUNT, 2).
           MOVE 0 TO PC-LINES-CLEARED (CANDIDATE-COUNT, 3).
           MOVE 0 TO PC-LINES-CLEARED (CANDIDATE-COUNT, 4).

      * Every activity pass lands here with a member ID and a date.
      * A date on or after the cutoff makes the member recent; the
      * pass itself adds up anything still owed.
       FIND-CANDIDATE.
           MOVE 'N' TO CANDIDATE-FOUND-SW.
           SEARCH ALL CANDIDATE-ROW
               AT END
                   CONTINUE
               WHEN PC-MEMBER-ID (CAND-IDX) = SEEN-MEMBER-ID
                   SET CANDIDATE-FOUND TO TRUE
                   IF SEEN-DATE >= RETAIN-CUTOFF
                       SET PC-RECENT (CAND-IDX) TO TRUE
                   END-IF
           END-SEARCH.

       SCAN-LIVE-RENTALS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT RENTAL-FILE.
           IF RENTAL-FS = '00'
               PERFORM SCAN-ONE-RENTAL UNTIL FILE-EOF
               CLOSE RENTAL-FILE
           END-IF.

       SCAN-ONE-RENTAL.
           READ RENTAL-FILE NEXT RECORD
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE RENTAL-RECORD TO ARCHIVE-RENTAL
                   PERFORM WEIGH-RENTAL
           END-READ.

      * A rental still out is an obligation whatever its date; a
      * lost one has been billed and shows up as a fee instead.
       WEIGH-RENTAL.
           MOVE RENTAL-MEMBER-ID OF ARCHIVE-RENTAL TO SEEN-MEMBER-ID.
           MOVE RENTAL-DATE OF ARCHIVE-RENTAL TO SEEN-DATE.
           IF RENTAL-RETURN-DATE OF ARCHIVE-RENTAL NUMERIC
               AND RENTAL-RETURN-DATE OF ARCHIVE-RENTAL > SEEN-DATE
                   MOVE RENTAL-RETURN-DATE OF ARCHIVE-RENTAL
                       TO SEEN-DATE
           END-IF.
           PERFORM FIND-CANDIDATE.
           IF CANDIDATE-FOUND
               AND RENTAL-OPEN OF ARCHIVE-RENTAL
                   ADD 1 TO PC-OPEN-RENTALS (CAND-IDX)
           END-IF.

       SCAN-ARCHIVE-MONTHS.
           MOVE TODAY-DATE (1:6) TO LAST-MONTH-WANTED.
           MOVE RETAIN-CUTOFF (1:4) TO WALK-YEAR.
           MOVE RETAIN-CUTOFF (5:2) TO WALK-MM.
           IF WALK-MM = 1
               SUBTRACT 1 FROM WALK-YEAR
               MOVE 12 TO WALK-MM
           ELSE
               SUBTRACT 1 FROM WALK-MM
           END-IF.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.
           PERFORM SCAN-ONE-ARCHIVE-MONTH
               UNTIL WALK-MONTH > LAST-MONTH-WANTED.

       SCAN-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'rentals-archive-' DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               '.dat' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.

           MOVE 'N' TO ARCHIVE-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               PERFORM SCAN-ONE-ARCHIVE-ROW UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

           MOVE WALK-MONTH (1:4) TO WALK-YEAR.
           MOVE WALK-MONTH (5:2) TO WALK-MM.
           IF WALK-MM = 12
               ADD 1 TO WALK-YEAR
               MOVE 1 TO WALK-MM
           ELSE
               ADD 1 TO WALK-MM
           END-IF.
           COMPUTE WALK-MONTH = WALK-YEAR * 100 + WALK-MM.

       SCAN-ONE-ARCHIVE-ROW.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE ARCHIVE-LINE TO ARCHIVE-RENTAL
                   PERFORM WEIGH-RENTAL
           END-READ.

       SCAN-FEES-OWED.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT FEES-OWED-FILE.
           IF FEES-FS = '00'
               PERFORM SCAN-ONE-FEE UNTIL FILE-EOF
               CLOSE FEES-OWED-FILE
           END-IF.

       SCAN-ONE-FEE.
           READ FEES-OWED-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE FEE-MEMBER-ID TO SEEN-MEMBER-ID
                   MOVE FEE-ASSESSED-DATE TO SEEN-DATE
                   PERFORM FIND-CANDIDATE
                   IF CANDIDATE-FOUND
                       ADD FEE-AMOUNT TO PC-FEES-OWED (CAND-IDX)
                   END-IF
           END-READ.

      * Fees are netted per member, not per fee - any unsettled
      * money at all holds the member back, which is all the purge
      * needs to know.
       SCAN-SETTLEMENTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '00'
               PERFORM SCAN-ONE-SETTLEMENT UNTIL FILE-EOF
               CLOSE FEE-SETTLEMENT-FILE
           END-IF.

       SCAN-ONE-SETTLEMENT.
           READ FEE-SETTLEMENT-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE FSET-MEMBER-ID TO SEEN-MEMBER-ID
                   MOVE FSET-SETTLED-DATE TO SEEN-DATE
                   PERFORM FIND-CANDIDATE
                   IF CANDIDATE-FOUND
                       ADD FSET-AMOUNT TO PC-FEES-SETTLED (CAND-IDX)
                   END-IF
           END-READ.

       SCAN-CREDIT-MOVEMENTS.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT CREDIT-MOVEMENT-FILE.
           IF MOVEMENT-FS = '00'
               PERFORM SCAN-ONE-MOVEMENT UNTIL FILE-EOF
               CLOSE CREDIT-MOVEMENT-FILE
           END-IF.

       SCAN-ONE-MOVEMENT.
           READ CREDIT-MOVEMENT-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE CM-MEMBER-ID TO SEEN-MEMBER-ID
                   MOVE CM-DATE TO SEEN-DATE
                   PERFORM FIND-CANDIDATE
           END-READ.

      * A member active since the cutoff simply isn't due yet and
      * drops out quietly; one past it but still owing or holding
      * something goes on the held list; the rest are purged.
       JUDGE-ONE-CANDIDATE.
           EVALUATE TRUE
               WHEN PC-RECENT (LIST-IDX)
                   ADD 1 TO RECENT-COUNT
               WHEN PC-OPEN-RENTALS (LIST-IDX) > 0
                   OR PC-FEES-OWED (LIST-IDX)
                       > PC-FEES-SETTLED (LIST-IDX)
                   OR PC-CREDIT (LIST-IDX) > 0
                       SET PC-HELD (LIST-IDX) TO TRUE
                       ADD 1 TO HELD-COUNT
               WHEN OTHER
                   SET PC-ELIGIBLE (LIST-IDX) TO TRUE
                   ADD 1 TO ELIGIBLE-COUNT
           END-EVALUATE.

       ANONYMIZE-MEMBERS.
           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'Membership file will not open for update - '
                   'status ' MEMBER-FS
               MOVE ELIGIBLE-COUNT TO REWRITE-FAIL-COUNT
           ELSE
               PERFORM ANONYMIZE-ONE-MEMBER
                   VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > CANDIDATE-COUNT
               CLOSE MEMBERSHIP-FILE
           END-IF.

      * The row is read again by key and rewritten as it stands
      * now, in case a counter touched it since the pass - a member
      * who came back, or topped up credit, in the meantime is left
      * alone.  Everything that identifies the person goes; the ID,
      * dates, status, discount, household link and credit stay.
      * The marketing opt-out is set so nothing is ever cut for the
      * row again.
       ANONYMIZE-ONE-MEMBER.
           IF PC-ELIGIBLE (LIST-IDX)
               MOVE PC-MEMBER-ID (LIST-IDX)
                   TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       SET PC-REWRITE-FAILED (LIST-IDX) TO TRUE
                   NOT INVALID KEY
                       PERFORM BLANK-MEMBER-ROW
               END-READ
               IF PC-REWRITE-FAILED (LIST-IDX)
                   ADD 1 TO REWRITE-FAIL-COUNT
               END-IF
           END-IF.

       BLANK-MEMBER-ROW.
           MOVE MEMBERSHIP-RECORD TO WORK-MEMBER.
           IF NOT MS-LAPSED OF WORK-MEMBER
               OR (MS-CREDIT-BALANCE OF WORK-MEMBER NUMERIC
                   AND MS-CREDIT-BALANCE OF WORK-MEMBER > 0)
                       DISPLAY 'Member ' PC-MEMBER-ID (LIST-IDX)
                           ' changed since the pass - left alone'
                       SET PC-RECENT (LIST-IDX) TO TRUE
           ELSE
               MOVE ANONYMIZED-NAME TO MS-NAME OF WORK-MEMBER
               MOVE SPACES TO MS-PHONE OF WORK-MEMBER
               MOVE SPACES TO MS-EMAIL OF WORK-MEMBER
               MOVE 0 TO MS-BIRTH-DATE OF WORK-MEMBER
               SET MS-NO-MARKETING OF WORK-MEMBER TO TRUE
               MOVE WORK-MEMBER TO MEMBERSHIP-RECORD
               REWRITE MEMBERSHIP-RECORD
                   INVALID KEY
                       SET PC-REWRITE-FAILED (LIST-IDX) TO TRUE
                   NOT INVALID KEY
                       SET PC-ANONYMIZED (LIST-IDX) TO TRUE
                       ADD 1 TO ANONYMIZED-COUNT
               END-REWRITE
           END-IF.

      * Flat files can't be updated in place - sift through the
      * work file with the anonymized lines blanked and copy back,
      * the two-pass shuffle MERGE-MEMBERS repoints fees with.  A
      * file with nothing to blank is left exactly as it was.
       SWEEP-CONTACT-FILE.
           MOVE SW-FILE-NAME (SWEEP-IDX) TO SWEEP-NAME.
           COMPUTE NAME-START = SW-ID-START (SWEEP-IDX) + 10.
           MOVE 0 TO SWEEP-CHANGED.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT SWEEP-FILE.
           IF SWEEP-FS = '00'
               OPEN OUTPUT WORK-FILE
               PERFORM SIFT-ONE-CONTACT-LINE UNTIL FILE-EOF
               CLOSE SWEEP-FILE
               CLOSE WORK-FILE
               IF SWEEP-CHANGED > 0
                   PERFORM COPY-CONTACT-FILE-BACK
               END-IF
           END-IF.

       SIFT-ONE-CONTACT-LINE.
           READ SWEEP-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   MOVE SWEEP-LINE (SW-ID-START (SWEEP-IDX):10)
                       TO LINE-MEMBER-ID
                   PERFORM BLANK-CONTACT-LINE
                   MOVE SWEEP-LINE TO WORK-RECORD
                   WRITE WORK-RECORD
           END-READ.

       BLANK-CONTACT-LINE.
           MOVE LINE-MEMBER-ID TO SEEN-MEMBER-ID.
           MOVE 0 TO SEEN-DATE.
           PERFORM FIND-CANDIDATE.
           IF CANDIDATE-FOUND
               IF PC-ANONYMIZED (CAND-IDX)
                   MOVE ANONYMIZED-NAME TO SWEEP-LINE (NAME-START:30)
                   MOVE SPACES TO SWEEP-LINE (NAME-START + 30:42)
                   ADD 1 TO PC-LINES-CLEARED (CAND-IDX, SWEEP-IDX)
                   ADD 1 TO SWEEP-CHANGED
               END-IF
           END-IF.

       COPY-CONTACT-FILE-BACK.
           MOVE 'N' TO FILE-EOF-SW.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT SWEEP-FILE.
           IF SWEEP-FS NOT = '00'
               DISPLAY 'Cannot rewrite ' FUNCTION TRIM(SWEEP-NAME)
                   ' - status ' SWEEP-FS
               SET SWEEP-FAILED TO TRUE
               CLOSE WORK-FILE
           ELSE
               PERFORM COPY-BACK-ONE-LINE UNTIL FILE-EOF
               CLOSE WORK-FILE
               CLOSE SWEEP-FILE
               DISPLAY FUNCTION TRIM(SWEEP-NAME) ': ' SWEEP-CHANGED
                   ' lines blanked'
           END-IF.

       COPY-BACK-ONE-LINE.
           READ WORK-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO SWEEP-LINE
                   WRITE SWEEP-LINE
           END-READ.

       WRITE-PURGE-LOG.
           OPEN EXTEND PURGE-LOG-FILE.
           IF PURGE-LOG-FS = '35'
               OPEN OUTPUT PURGE-LOG-FILE
               CLOSE PURGE-LOG-FILE
               OPEN EXTEND PURGE-LOG-FILE
           END-IF.

           PERFORM WRITE-ONE-PURGE-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > CANDIDATE-COUNT.

           CLOSE PURGE-LOG-FILE.

       WRITE-ONE-PURGE-LINE.
           IF PC-ANONYMIZED (LIST-IDX)
               MOVE PC-MEMBER-ID (LIST-IDX) TO AN-MEMBER-ID
               MOVE RETAIN-CUTOFF TO AN-CUTOFF-DATE
               MOVE RETENTION-YEARS TO AN-RETENTION-YEARS
               MOVE PC-LINES-CLEARED (LIST-IDX, 1) TO AN-NOTICE-LINES
               MOVE PC-LINES-CLEARED (LIST-IDX, 2) TO AN-MAILING-LINES
               MOVE PC-LINES-CLEARED (LIST-IDX, 3) TO AN-RENEWAL-LINES
               MOVE PC-LINES-CLEARED (LIST-IDX, 4) TO AN-HANDOFF-LINES
               MOVE FUNCTION CURRENT-DATE (1:14) TO AN-TIMESTAMP
               MOVE 'BAT' TO AN-OPERATOR
               WRITE PURGE-LOG-RECORD
           END-IF.

       PRINT-PURGE-LISTS.
           DISPLAY 'Member retention purge - ' TODAY-DATE.
           DISPLAY 'Keeping ' RETENTION-YEARS
               ' years - no activity since ' RETAIN-CUTOFF.
           DISPLAY '=========================================='.
           IF PURGE-MODE
               DISPLAY 'Anonymized:'
           ELSE
               DISPLAY 'Would be anonymized (list only):'
           END-IF.
           PERFORM PRINT-PURGED-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > CANDIDATE-COUNT.

           DISPLAY ' '.
           DISPLAY 'Held back - past retention but still open:'.
           PERFORM PRINT-HELD-LINE
               VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > CANDIDATE-COUNT.

           IF REWRITE-FAIL-COUNT > 0
               DISPLAY ' '
               DISPLAY 'NOT anonymized - membership row could not be '
                   'rewritten:'
               PERFORM PRINT-FAILED-LINE
                   VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > CANDIDATE-COUNT
           END-IF.

           DISPLAY '=========================================='.
           IF PURGE-MODE
               DISPLAY 'Anonymized:      ' ANONYMIZED-COUNT
           ELSE
               DISPLAY 'Would anonymize: ' ELIGIBLE-COUNT
           END-IF.
           DISPLAY 'Held back:       ' HELD-COUNT.
           DISPLAY 'Active since:    ' RECENT-COUNT
               ' (not yet due)'.
           IF CANDIDATES-OVERFLOWED
               DISPLAY 'More than ' CANDIDATE-MAX ' lapsed members '
                   'past the cutoff - run again for the rest'
           END-IF.

       PRINT-PURGED-LINE.
           IF PC-ANONYMIZED (LIST-IDX)
               OR (PC-ELIGIBLE (LIST-IDX) AND NOT PURGE-MODE)
                   DISPLAY '  ' PC-MEMBER-ID (LIST-IDX)
                       '  lapsed ' PC-LAPSED-SINCE (LIST-IDX)
           END-IF.

       PRINT-HELD-LINE.
           IF PC-HELD (LIST-IDX)
               COMPUTE OPEN-FEE-AMOUNT = PC-FEES-OWED (LIST-IDX)
                   - PC-FEES-SETTLED (LIST-IDX)
               IF PC-FEES-SETTLED (LIST-IDX) > PC-FEES-OWED (LIST-IDX)
                   MOVE 0 TO OPEN-FEE-AMOUNT
               END-IF
               MOVE OPEN-FEE-AMOUNT TO DISPLAY-FEES
               MOVE PC-CREDIT (LIST-IDX) TO DISPLAY-CREDIT
               DISPLAY '  ' PC-MEMBER-ID (LIST-IDX)
                   '  rentals out ' PC-OPEN-RENTALS (LIST-IDX)
                   '  fees open $' DISPLAY-FEES
                   '  credit $' DISPLAY-CREDIT
           END-IF.

       PRINT-FAILED-LINE.
           IF PC-REWRITE-FAILED (LIST-IDX)
               DISPLAY '  ' PC-MEMBER-ID (LIST-IDX)
           END-IF.

       WRITE-RUN-CONTROL.
           MOVE 'PURGE-LAPSED-MEMBERS' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE ANONYMIZED-COUNT TO RUN-RECORDS-WRITTEN.
           MOVE REWRITE-FAIL-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM PURGE-LAPSED-MEMBERS.
