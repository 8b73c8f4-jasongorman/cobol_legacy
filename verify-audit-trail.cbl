       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-AUDIT-TRAIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-LOG-FILE ASSIGN TO "price-audit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVE-FS.

           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCH-FS.

           SELECT SEQUENCE-FILE ASSIGN TO "audit-sequence.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQUENCE-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD LIVE-LOG-FILE.
           01 LIVE-LINE                 PIC X(84).

       FD ARCHIVE-FILE.
           01 ARCHIVE-LINE              PIC X(84).

       FD SEQUENCE-FILE.
           01 AUDIT-SEQUENCE-RECORD.
               COPY 'audit-sequence-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 LIVE-FS                PIC 9(02).
           01 ARCH-FS                PIC 9(02).
           01 SEQUENCE-FS            PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 RUN-START-TIME         PIC X(14).
           01 LOG-EOF-SW             PIC X(01).
               88  LOG-EOF               VALUE 'Y'.
           01 CONTROL-SW             PIC X(01) VALUE 'N'.
               88  CONTROL-ON-FILE       VALUE 'Y'.
           01 SEALED-SEEN-SW         PIC X(01) VALUE 'N'.
               88  SEALED-SEEN           VALUE 'Y'.
           01 LIVE-STARTED-SW        PIC X(01) VALUE 'N'.
               88  LIVE-STARTED          VALUE 'Y'.
           01 AUDIT-WORK.
               COPY 'price-audit-record.cpy'.
           01 SEQUENCE-WORK.
               COPY 'audit-sequence-record.cpy'.

      * The archives are walked a month at a time from the month
      * sealing began up to this month; a month with no archive
      * either had no rows or has not rolled yet.
           01 ARCHIVE-NAME           PIC X(40) VALUE SPACES.
           01 WALK-MONTH.
               02  WALK-YEAR           PIC 9(04).
               02  WALK-MM             PIC 9(02).
           01 CURRENT-MONTH          PIC X(06).
           01 FILE-LABEL             PIC X(40).

      * Where the run stands: the last sealed row read, wherever it
      * was read from.
           01 PRIOR-SEQUENCE         PIC 9(09) VALUE 0.
           01 PRIOR-CHAIN            PIC 9(09) VALUE 0.
           01 PRIOR-TIMESTAMP        PIC X(21) VALUE SPACES.
           01 EXPECTED-SEQUENCE      PIC 9(09).
           01 EXPECTED-CHAIN         PIC 9(09).
           01 MISSING-TO             PIC 9(09).
           01 ZERO-CHAIN             PIC 9(09) VALUE 0.

      * An archive trailer, taken apart where AUDIT-ROLLOVER's
      * STRING put each piece.
           01 TRAILER-LINE           PIC X(84).
           01 TRAILER-PARTS REDEFINES TRAILER-LINE.
               02  FILLER              PIC X(23).
               02  TRAILER-COUNT       PIC 9(08).
               02  FILLER              PIC X(24).
               02  TRAILER-SEQUENCE    PIC 9(09).
               02  FILLER              PIC X(07).
               02  TRAILER-CHAIN       PIC 9(09).
               02  FILLER              PIC X(04).
           01 ROWS-SINCE-TRAILER     PIC 9(08) VALUE 0.

           01 FILES-READ             PIC 9(04) VALUE 0.
           01 ROWS-READ              PIC 9(09) VALUE 0.
           01 SEALED-ROWS            PIC 9(09) VALUE 0.
           01 PRE-SEAL-ROWS          PIC 9(09) VALUE 0.
           01 EXCEPTION-COUNT        PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
      * Walks the sealed price audit trail end to end - every
      * archive from the month sealing began, then the live log -
      * and checks each row against the one before it: the
      * sequence number must be exactly one on, the control value
      * must be what AUDIT-CHAIN-VALUE works from the row and its
      * predecessor, and the timestamp must not go backwards.  Each
      * archive trailer must agree with the rows above it, and the
      * last row must be the one audit-sequence.dat says was last
      * sealed.  So a row deleted shows as a gap, a row edited as a
      * break at that row, a row slipped in as a sequence out of
      * order, and rows cut off the end as a short tail.  Rows from
      * before sealing began are counted and let be.  Any exception
      * ends the step at 4 - the list goes to finance with the
      * morning checks.
      *
      *   GAP       sequence numbers missing between two rows
      *   ORDER     sequence number repeated or going backwards
      *   BREAK     control value does not follow - row altered
      *   STAMP     timestamp earlier than the row before it
      *   UNSEALED  row with no seal after sealing began
      *   TRAILER   archive trailer disagrees with its rows
      *   TAIL      last row is not the last one sealed
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.
           MOVE FUNCTION CURRENT-DATE (1:6) TO CURRENT-MONTH.
           PERFORM READ-SEQUENCE-CONTROL.

           IF CONTROL-ON-FILE
               AND SQ-FIRST-MONTH OF SEQUENCE-WORK > 0
                   MOVE SQ-FIRST-MONTH OF SEQUENCE-WORK TO WALK-MONTH
                   PERFORM READ-ONE-ARCHIVE
                       UNTIL WALK-MONTH > CURRENT-MONTH
           END-IF.

           MOVE 'price-audit.log' TO FILE-LABEL.
           PERFORM READ-LIVE-TRAIL.
           PERFORM CHECK-TAIL.

           DISPLAY 'Audit trail: ' FILES-READ ' files, ' ROWS-READ
               ' rows, ' SEALED-ROWS ' sealed, ' PRE-SEAL-ROWS
               ' from before sealing'.
           DISPLAY 'Audit trail exceptions: ' EXCEPTION-COUNT.

           PERFORM WRITE-RUN-CONTROL.
           IF EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-SEQUENCE-CONTROL.
           OPEN INPUT SEQUENCE-FILE.
           IF SEQUENCE-FS = '00'
               READ SEQUENCE-FILE
                   NOT AT END
                       MOVE AUDIT-SEQUENCE-RECORD TO SEQUENCE-WORK
                       SET CONTROL-ON-FILE TO TRUE
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       READ-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-NAME.
           STRING 'price-audit-' DELIMITED BY SIZE
               WALK-MONTH DELIMITED BY SIZE
               '.log' DELIMITED BY SIZE
               INTO ARCHIVE-NAME.
           MOVE ARCHIVE-NAME TO FILE-LABEL.
           MOVE 0 TO ROWS-SINCE-TRAILER.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FS = '00'
               ADD 1 TO FILES-READ
               PERFORM READ-ONE-ARCHIVE-LINE UNTIL LOG-EOF
               CLOSE ARCHIVE-FILE
               IF ROWS-SINCE-TRAILER > 0
                   DISPLAY 'TRAILER   ' FUNCTION TRIM(FILE-LABEL)
                       ' - ' ROWS-SINCE-TRAILER
                       ' rows after the last trailer'
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-IF.

      * December rolls into January of the next year.
           IF WALK-MM = 12
               ADD 1 TO WALK-YEAR
               MOVE 1 TO WALK-MM
           ELSE
               ADD 1 TO WALK-MM
           END-IF.

       READ-ONE-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-LINE (1:8) = 'TRAILER '
                       PERFORM CHECK-TRAILER
                   ELSE
                       ADD 1 TO ROWS-SINCE-TRAILER
                       MOVE ARCHIVE-LINE TO AUDIT-WORK
                       PERFORM CHECK-ONE-ROW
                   END-IF
           END-READ.

      * Each rollover pass writes its month's rows and then one
      * trailer counting them, so the rows since the last trailer
      * must match this one's count; a sealed month's trailer also
      * names the last row it archived.
       CHECK-TRAILER.
           MOVE ARCHIVE-LINE TO TRAILER-LINE.
           IF TRAILER-COUNT NOT = ROWS-SINCE-TRAILER
               DISPLAY 'TRAILER   ' FUNCTION TRIM(FILE-LABEL)
                   ' - trailer counts ' TRAILER-COUNT
                   ', archive holds ' ROWS-SINCE-TRAILER
               ADD 1 TO EXCEPTION-COUNT
           END-IF.
           IF TRAILER-SEQUENCE IS NUMERIC
               IF TRAILER-SEQUENCE NOT = PRIOR-SEQUENCE
                   OR TRAILER-CHAIN NOT = PRIOR-CHAIN
                       DISPLAY 'TRAILER   ' FUNCTION TRIM(FILE-LABEL)
                           ' - trailer ends at sequence '
                           TRAILER-SEQUENCE ', rows end at '
                           PRIOR-SEQUENCE
                       ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-IF.
           MOVE 0 TO ROWS-SINCE-TRAILER.

       READ-LIVE-TRAIL.
           MOVE 'N' TO LOG-EOF-SW.
           OPEN INPUT LIVE-LOG-FILE.
           IF LIVE-FS = '00'
               ADD 1 TO FILES-READ
               PERFORM READ-ONE-LIVE-LINE UNTIL LOG-EOF
               CLOSE LIVE-LOG-FILE
           END-IF.

       READ-ONE-LIVE-LINE.
           READ LIVE-LOG-FILE
               AT END
                   SET LOG-EOF TO TRUE
               NOT AT END
                   MOVE LIVE-LINE TO AUDIT-WORK
                   IF NOT LIVE-STARTED
                       PERFORM CHECK-CARRY-FORWARD
                   END-IF
                   PERFORM CHECK-ONE-ROW
           END-READ.

      * The first sealed row on the live log must follow the point
      * AUDIT-ROLLOVER carried forward when it last emptied the log.
       CHECK-CARRY-FORWARD.
           IF AUDIT-SEQUENCE OF AUDIT-WORK IS NUMERIC
               SET LIVE-STARTED TO TRUE
               IF CONTROL-ON-FILE
                   AND SQ-ROLLED-SEQUENCE OF SEQUENCE-WORK > 0
                       ADD 1 TO SQ-ROLLED-SEQUENCE OF SEQUENCE-WORK
                           GIVING EXPECTED-SEQUENCE
                       IF AUDIT-SEQUENCE OF AUDIT-WORK
                           NOT = EXPECTED-SEQUENCE
                               DISPLAY 'GAP       '
                                   FUNCTION TRIM(FILE-LABEL)
                                   ' - live log starts at sequence '
                                   AUDIT-SEQUENCE OF AUDIT-WORK
                                   ', carried forward from '
                                   SQ-ROLLED-SEQUENCE OF SEQUENCE-WORK
                               ADD 1 TO EXCEPTION-COUNT
                       END-IF
               END-IF
           END-IF.

       CHECK-ONE-ROW.
           ADD 1 TO ROWS-READ.
           IF AUDIT-SEQUENCE OF AUDIT-WORK IS NOT NUMERIC
               OR AUDIT-CHAIN OF AUDIT-WORK IS NOT NUMERIC
                   IF SEALED-SEEN
                       DISPLAY 'UNSEALED  ' FUNCTION TRIM(FILE-LABEL)
                           ' - row stamped '
                           AUDIT-TIMESTAMP OF AUDIT-WORK (1:14)
                           ' after sequence ' PRIOR-SEQUENCE
                       ADD 1 TO EXCEPTION-COUNT
                   ELSE
                       ADD 1 TO PRE-SEAL-ROWS
                   END-IF
           ELSE
               ADD 1 TO SEALED-ROWS
               PERFORM CHECK-SEALED-ROW
           END-IF.

      * After a gap the control value can't be checked - the row it
      * chained from is gone - so the run picks up again from the
      * row on hand.
       CHECK-SEALED-ROW.
           IF SEALED-SEEN
               ADD 1 TO PRIOR-SEQUENCE GIVING EXPECTED-SEQUENCE
           ELSE
               MOVE 1 TO EXPECTED-SEQUENCE
               MOVE ZERO-CHAIN TO PRIOR-CHAIN
           END-IF.

           EVALUATE TRUE
               WHEN AUDIT-SEQUENCE OF AUDIT-WORK = EXPECTED-SEQUENCE
                   CALL 'AUDIT-CHAIN-VALUE' USING AUDIT-WORK,
                       PRIOR-CHAIN, EXPECTED-CHAIN
                   IF AUDIT-CHAIN OF AUDIT-WORK NOT = EXPECTED-CHAIN
                       DISPLAY 'BREAK     ' FUNCTION TRIM(FILE-LABEL)
                           ' - sequence '
                           AUDIT-SEQUENCE OF AUDIT-WORK
                           ' does not follow its predecessor'
                       ADD 1 TO EXCEPTION-COUNT
                   END-IF
               WHEN AUDIT-SEQUENCE OF AUDIT-WORK > EXPECTED-SEQUENCE
                   SUBTRACT 1 FROM AUDIT-SEQUENCE OF AUDIT-WORK
                       GIVING MISSING-TO
                   DISPLAY 'GAP       ' FUNCTION TRIM(FILE-LABEL)
                       ' - sequence ' EXPECTED-SEQUENCE ' to '
                       MISSING-TO ' missing'
                   ADD 1 TO EXCEPTION-COUNT
               WHEN OTHER
                   DISPLAY 'ORDER     ' FUNCTION TRIM(FILE-LABEL)
                       ' - sequence ' AUDIT-SEQUENCE OF AUDIT-WORK
                       ' follows ' PRIOR-SEQUENCE
                   ADD 1 TO EXCEPTION-COUNT
           END-EVALUATE.

           IF SEALED-SEEN
               AND AUDIT-TIMESTAMP OF AUDIT-WORK < PRIOR-TIMESTAMP
                   DISPLAY 'STAMP     ' FUNCTION TRIM(FILE-LABEL)
                       ' - sequence ' AUDIT-SEQUENCE OF AUDIT-WORK
                       ' stamped '
                       AUDIT-TIMESTAMP OF AUDIT-WORK (1:14)
                       ', before ' PRIOR-TIMESTAMP (1:14)
                   ADD 1 TO EXCEPTION-COUNT
           END-IF.

           SET SEALED-SEEN TO TRUE.
           MOVE AUDIT-SEQUENCE OF AUDIT-WORK TO PRIOR-SEQUENCE.
           MOVE AUDIT-CHAIN OF AUDIT-WORK TO PRIOR-CHAIN.
           MOVE AUDIT-TIMESTAMP OF AUDIT-WORK TO PRIOR-TIMESTAMP.

      * The control file holds the last seal handed out; the trail
      * has to end on exactly that row.
       CHECK-TAIL.
           EVALUATE TRUE
               WHEN NOT CONTROL-ON-FILE AND SEALED-SEEN
                   DISPLAY 'TAIL      audit-sequence.dat not on file'
                       ' - trail ends at sequence ' PRIOR-SEQUENCE
                   ADD 1 TO EXCEPTION-COUNT
               WHEN NOT CONTROL-ON-FILE
                   CONTINUE
               WHEN SQ-LAST-SEQUENCE OF SEQUENCE-WORK NOT =
                   PRIOR-SEQUENCE
                       DISPLAY 'TAIL      trail ends at sequence '
                           PRIOR-SEQUENCE ', last sealed was '
                           SQ-LAST-SEQUENCE OF SEQUENCE-WORK
                       ADD 1 TO EXCEPTION-COUNT
               WHEN SQ-LAST-CHAIN OF SEQUENCE-WORK NOT = PRIOR-CHAIN
                   DISPLAY 'TAIL      sequence ' PRIOR-SEQUENCE
                       ' is not the row that was sealed'
                   ADD 1 TO EXCEPTION-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RUN-CONTROL.
           MOVE 'VERIFY-AUDIT-TRAIL' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE ROWS-READ TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE EXCEPTION-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM VERIFY-AUDIT-TRAIL.
