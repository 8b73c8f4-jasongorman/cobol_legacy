       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-MEMBERSHIP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MEMBER-FILE ASSIGN TO OLD-MEMBER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-MEMBER-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT REJECT-FILE ASSIGN TO "membership-convert-rej.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OLD-MEMBER-FILE.
           01 OLD-MEMBER-RECORD      PIC X(129).

       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

      * One line per old row that could not be loaded - a second
      * row under a member ID already loaded, with different
      * contents.  The first row under an ID is the one every
      * sequential scan used to stop at, so it is the one kept.
       FD REJECT-FILE.
           01 REJECT-RECORD.
               02  RJ-REASON            PIC X(04).
               02  FILLER               PIC X(01).
               02  RJ-IMAGE             PIC X(129).

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 OLD-MEMBER-FS          PIC 9(02).
           01 MEMBER-FS              PIC 9(02).
           01 REJECT-FS              PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 OLD-MEMBER-NAME        PIC X(40) VALUE SPACES.
           01 OLD-EOF-SW             PIC X(01) VALUE 'N'.
               88  OLD-EOF               VALUE 'Y'.
           01 MEMBER-EOF-SW          PIC X(01) VALUE 'N'.
               88  MEMBER-EOF            VALUE 'Y'.
           01 CONFIRM-REPLY          PIC X(01) VALUE SPACES.
           01 RUN-START-TIME         PIC X(14).
           01 ROWS-READ              PIC 9(06) VALUE 0.
           01 ROWS-LOADED            PIC 9(06) VALUE 0.
           01 SAME-DUPLICATES        PIC 9(06) VALUE 0.
           01 CONFLICT-DUPLICATES    PIC 9(06) VALUE 0.
           01 LOAD-FAILURES          PIC 9(06) VALUE 0.
           01 ROWS-VERIFIED          PIC 9(06) VALUE 0.
           01 ROWS-MISSING           PIC 9(06) VALUE 0.
           01 ROWS-DIFFERING         PIC 9(06) VALUE 0.
           01 INDEXED-COUNT          PIC 9(06) VALUE 0.
           01 VERIFIED-SW            PIC X(01) VALUE 'N'.
               88  CONVERSION-VERIFIED   VALUE 'Y'.
           01 OLD-IMAGE              PIC X(129).
           01 LOCK-REQUEST.
               COPY 'movie-lock-request.cpy'.
       PROCEDURE DIVISION.
      * One-time move of the membership file from the old line-
      * sequential layout to the indexed file keyed on member ID,
      * with the name as an alternate key for counter lookups.  The
      * old file is renamed aside first (membership-seq.dat unless
      * the operator names another) and is only ever read, so a
      * failed conversion is rerun from the same untouched source.
      * The load is followed by a verify pass that reads every old
      * row back by key and compares the whole record, and counts
      * the indexed file end to end - the conversion is only called
      * good when every row is accounted for.  Anything short of
      * that ends at 8; a clean load with duplicate IDs set aside
      * ends at 4 so the duplicates get looked at.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           DISPLAY 'Old sequential membership file '
               '(blank for membership-seq.dat): '.
           ACCEPT OLD-MEMBER-NAME.
           IF OLD-MEMBER-NAME = SPACES
               MOVE 'membership-seq.dat' TO OLD-MEMBER-NAME
           END-IF.

           SET LOCK-ACQUIRE TO TRUE.
           MOVE 'CONVERT-MEMBERSHIP' TO LOCK-CALLER.
           SET LOCK-BATCH-MODE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.
           IF LOCK-REFUSED
               DISPLAY 'System is in use - sign the counters off; '
                   'conversion abandoned'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OLD-MEMBER-FILE.
           IF OLD-MEMBER-FS NOT = '00'
               DISPLAY 'Cannot open ' FUNCTION TRIM(OLD-MEMBER-NAME)
                   ' - conversion abandoned'
               PERFORM FINISH-FAILED-RUN
           END-IF.
           CLOSE OLD-MEMBER-FILE.

           PERFORM CHECK-EXISTING-FILE.

           PERFORM LOAD-INDEXED-FILE.
           PERFORM VERIFY-INDEXED-FILE.

           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.
           PERFORM WRITE-RUN-CONTROL.
           PERFORM PRINT-CONVERSION-TOTALS.

           EVALUATE TRUE
               WHEN NOT CONVERSION-VERIFIED
                   MOVE 8 TO RETURN-CODE
               WHEN CONFLICT-DUPLICATES > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      * Converting over a file that already holds members would
      * throw away anything keyed since - the operator has to say
      * so in as many words.
       CHECK-EXISTING-FILE.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               READ MEMBERSHIP-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CONFIRM-OVERWRITE
               END-READ
               CLOSE MEMBERSHIP-FILE
           END-IF.

       CONFIRM-OVERWRITE.
           DISPLAY 'membership.dat already holds members - rebuild '
               'it from ' FUNCTION TRIM(OLD-MEMBER-NAME) '? (Y/N)'.
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY NOT = 'Y'
               DISPLAY 'Nothing converted'
               CLOSE MEMBERSHIP-FILE
               PERFORM FINISH-FAILED-RUN
           END-IF.

       FINISH-FAILED-RUN.
           SET LOCK-RELEASE TO TRUE.
           CALL 'MOVIE-LOCK' USING LOCK-REQUEST.
           PERFORM WRITE-RUN-CONTROL.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       LOAD-INDEXED-FILE.
           OPEN OUTPUT MEMBERSHIP-FILE.
           CLOSE MEMBERSHIP-FILE.
           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'Cannot build membership.dat - status '
                   MEMBER-FS
               PERFORM FINISH-FAILED-RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT OLD-MEMBER-FILE.
           MOVE 'N' TO OLD-EOF-SW.
           PERFORM LOAD-ONE-MEMBER UNTIL OLD-EOF.
           CLOSE OLD-MEMBER-FILE.
           CLOSE REJECT-FILE.
           CLOSE MEMBERSHIP-FILE.

      * Blank lines in the old file were never members; they are
      * skipped, not counted.
       LOAD-ONE-MEMBER.
           READ OLD-MEMBER-FILE
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   IF OLD-MEMBER-RECORD NOT = SPACES
                       ADD 1 TO ROWS-READ
                       MOVE OLD-MEMBER-RECORD TO MEMBERSHIP-RECORD
                       WRITE MEMBERSHIP-RECORD
                           INVALID KEY
                               PERFORM SETTLE-DUPLICATE
                           NOT INVALID KEY
                               ADD 1 TO ROWS-LOADED
                       END-WRITE
                   END-IF
           END-READ.

      * Status 22 is a member ID already loaded.  A row repeated
      * byte for byte is harmless and dropped quietly; one that
      * disagrees with the row kept goes to the reject file.  Any
      * other write failure is a failed load.
       SETTLE-DUPLICATE.
           IF MEMBER-FS NOT = '22'
               ADD 1 TO LOAD-FAILURES
               MOVE 'FAIL' TO RJ-REASON
               MOVE OLD-MEMBER-RECORD TO RJ-IMAGE
               WRITE REJECT-RECORD
           ELSE
               MOVE OLD-MEMBER-RECORD TO OLD-IMAGE
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       ADD 1 TO LOAD-FAILURES
                   NOT INVALID KEY
                       IF MEMBERSHIP-RECORD = OLD-IMAGE
                           ADD 1 TO SAME-DUPLICATES
                       ELSE
                           ADD 1 TO CONFLICT-DUPLICATES
                           MOVE 'DUPL' TO RJ-REASON
                           MOVE OLD-IMAGE TO RJ-IMAGE
                           WRITE REJECT-RECORD
                       END-IF
               END-READ
           END-IF.

      * Every old row read back by key: a row kept must come back
      * exactly as it went in, and only the conflicting duplicates
      * set aside above may come back different.  Then the indexed
      * file is counted end to end against the rows loaded.
       VERIFY-INDEXED-FILE.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'Cannot reopen membership.dat to verify'
           ELSE
               OPEN INPUT OLD-MEMBER-FILE
               MOVE 'N' TO OLD-EOF-SW
               PERFORM VERIFY-ONE-MEMBER UNTIL OLD-EOF
               CLOSE OLD-MEMBER-FILE
               PERFORM COUNT-INDEXED-FILE
               CLOSE MEMBERSHIP-FILE
               IF ROWS-MISSING = 0
                   AND LOAD-FAILURES = 0
                   AND ROWS-DIFFERING = CONFLICT-DUPLICATES
                   AND INDEXED-COUNT = ROWS-LOADED
                   AND ROWS-VERIFIED = ROWS-READ
                       SET CONVERSION-VERIFIED TO TRUE
               END-IF
           END-IF.

       VERIFY-ONE-MEMBER.
           READ OLD-MEMBER-FILE
               AT END
                   SET OLD-EOF TO TRUE
               NOT AT END
                   IF OLD-MEMBER-RECORD NOT = SPACES
                       PERFORM COMPARE-ONE-MEMBER
                   END-IF
           END-READ.

       COMPARE-ONE-MEMBER.
           ADD 1 TO ROWS-VERIFIED.
           MOVE OLD-MEMBER-RECORD TO OLD-IMAGE.
           MOVE OLD-MEMBER-RECORD (1:10)
               TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE
               KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   ADD 1 TO ROWS-MISSING
                   DISPLAY '  MISSING  ' OLD-IMAGE (1:10)
               NOT INVALID KEY
                   IF MEMBERSHIP-RECORD NOT = OLD-IMAGE
                       ADD 1 TO ROWS-DIFFERING
                   END-IF
           END-READ.

       COUNT-INDEXED-FILE.
           MOVE 'N' TO MEMBER-EOF-SW.
           MOVE LOW-VALUES TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           START MEMBERSHIP-FILE
               KEY IS NOT LESS THAN MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START.
           PERFORM COUNT-ONE-INDEXED UNTIL MEMBER-EOF.

       COUNT-ONE-INDEXED.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO INDEXED-COUNT
           END-READ.

       PRINT-CONVERSION-TOTALS.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'MEMBERSHIP FILE CONVERSION'.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY '  Source file:             '
               FUNCTION TRIM(OLD-MEMBER-NAME).
           DISPLAY '  Old rows read:           ' ROWS-READ.
           DISPLAY '  Members loaded:          ' ROWS-LOADED.
           DISPLAY '  Repeated rows dropped:   ' SAME-DUPLICATES.
           DISPLAY '  Conflicting duplicates:  ' CONFLICT-DUPLICATES.
           DISPLAY '  Load failures:           ' LOAD-FAILURES.
           DISPLAY '  Rows read back by key:   ' ROWS-VERIFIED.
           DISPLAY '  Rows missing:            ' ROWS-MISSING.
           DISPLAY '  Rows differing:          ' ROWS-DIFFERING.
           DISPLAY '  Members on indexed file: ' INDEXED-COUNT.
           IF CONVERSION-VERIFIED
               DISPLAY 'Conversion verified'
               IF CONFLICT-DUPLICATES > 0
                   DISPLAY 'Conflicting duplicates are on '
                       'membership-convert-rej.dat - resolve them '
                       'through MAINTAIN-MEMBER'
               END-IF
           ELSE
               DISPLAY 'Conversion NOT verified - membership.dat '
                   'must not be used; rerun from '
                   FUNCTION TRIM(OLD-MEMBER-NAME)
           END-IF.

       WRITE-RUN-CONTROL.
           MOVE 'CONVERT-MEMBERSHIP' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE ROWS-READ TO RUN-RECORDS-READ.
           MOVE ROWS-LOADED TO RUN-RECORDS-WRITTEN.
           COMPUTE RUN-RECORDS-REJECTED =
               CONFLICT-DUPLICATES + LOAD-FAILURES + ROWS-MISSING.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM CONVERT-MEMBERSHIP.
