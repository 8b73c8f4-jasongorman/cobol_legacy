           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTEG-FS.

           SELECT RENTAL-INTEG-FILE
           ASSIGN TO "rental-integrity-except.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RENTAL-INTEG-FS.

           SELECT CHECKPOINT-FILE ASSIGN TO "write-movies.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-FS.

           SELECT BUSINESS-DATE-FILE
           ASSIGN TO "business-date-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-DATE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG-FILE.
       FD INTEGRITY-FILE.
           01 INTEGRITY-LINE        PIC X(80).

       FD RENTAL-INTEG-FILE.
           01 RENTAL-INTEG-LINE     PIC X(80).

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
               02 CHECKPOINT-IMDB-ID  PIC X(10).

       FD BUSINESS-DATE-FILE.
           01 BUSINESS-DATE-LINE    PIC X(61).
       WORKING-STORAGE SECTION.
           01 JOB-LOG-FS             PIC 9(02).
           01 EXCEPT-FS              PIC 9(02).
           01 INTEG-FS               PIC 9(02).
           01 RENTAL-INTEG-FS        PIC 9(02).
           01 CKPT-FS                PIC 9(02).
           01 BUSINESS-DATE-FS       PIC 9(02).
           01 BUSINESS-DATE-EOF-SW   PIC X(01) VALUE 'N'.
               88  BUSINESS-DATE-EOF     VALUE 'Y'.
           01 JOB-LOG-EOF-SW         PIC X(01) VALUE 'N'.
               88  JOB-LOG-EOF           VALUE 'Y'.
           01 EXCEPT-EOF-SW          PIC X(01) VALUE 'N'.
               88  EXCEPT-EOF            VALUE 'Y'.
           01 INTEG-EOF-SW           PIC X(01) VALUE 'N'.
               88  INTEG-EOF             VALUE 'Y'.
           01 RENTAL-INTEG-EOF-SW    PIC X(01) VALUE 'N'.
               88  RENTAL-INTEG-EOF      VALUE 'Y'.
           01 TODAY-DATE             PIC X(08).
           01 ATTENTION-SW           PIC X(01) VALUE 'N'.
               88  NEEDS-ATTENTION       VALUE 'Y'.
           01 EXCEPT-LINE-COUNT      PIC 9(06) VALUE 0.
           01 INTEG-LINE-COUNT       PIC 9(06) VALUE 0.
           01 RENTAL-INTEG-LINE-COUNT PIC 9(06) VALUE 0.
           01 CKPT-LEFT-SW           PIC X(01) VALUE 'N'.
               88  CHECKPOINT-LEFT       VALUE 'Y'.
           01 LEFT-CHECKPOINT-ID     PIC X(10) VALUE SPACES.

      * Each job's row off the business-date control record, kept
      * whole and laid out through JOB-STATE-ROW one at a time for
      * the page.
           01 CLOSE-JOB-SW           PIC X(01) VALUE 'N'.
               88  CLOSE-JOB-SEEN        VALUE 'Y'.
           01 CLOSE-JOB-IMAGE        PIC X(61) VALUE SPACES.
           01 LOAD-JOB-SW            PIC X(01) VALUE 'N'.
               88  LOAD-JOB-SEEN         VALUE 'Y'.
           01 LOAD-JOB-IMAGE         PIC X(61) VALUE SPACES.
           01 JOB-STATE-SW           PIC X(01) VALUE 'N'.
               88  JOB-STATE-SEEN        VALUE 'Y'.
           01 JOB-STATE-LABEL        PIC X(25) VALUE SPACES.
           01 JOB-STATE-ROW.
               COPY 'business-date-control-record.cpy'.

      * Tonight's run-control record per chain program - the last
      * record on the job log whose start stamp is today wins, so a
      * rerun after a fix reports the rerun.
           01 INTEG-RUN-SW           PIC X(01) VALUE 'N'.
               88  INTEG-RUN-SEEN        VALUE 'Y'.
           01 INTEG-VIOLATIONS       PIC 9(06) VALUE 0.
           01 RENTAL-INTEG-RUN-SW    PIC X(01) VALUE 'N'.
               88  RENTAL-INTEG-RUN-SEEN VALUE 'Y'.
           01 RENTAL-INTEG-VIOLATIONS PIC 9(06) VALUE 0.
           01 RECON-RUN-SW           PIC X(01) VALUE 'N'.
               88  RECON-RUN-SEEN        VALUE 'Y'.
           01 RECON-MISMATCHES       PIC 9(06) VALUE 0.
      * One page instead of four files every morning: what tonight's
      * chain loaded, what it rejected, whether a resume checkpoint
      * is still sitting on disk, how many price mismatches the
      * reconcile listed, what the rental-side integrity audit at
      * the day's close found, where the rental close and the
      * catalog load each stand for today's business date on the
      * control record they guard each other with, and a single
      * CLEAN / ATTENTION verdict at the bottom.  Runs as the last
      * step of the chain with no condition, so the page shows up
      * even on the mornings it is needed most.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM READ-JOB-LOG.
           PERFORM COUNT-EXCEPTION-LINES.
           PERFORM COUNT-INTEGRITY-LINES.
           PERFORM COUNT-RENTAL-INTEG-LINES.
           PERFORM CHECK-LEFTOVER-CHECKPOINT.
           PERFORM READ-BUSINESS-DATE-ROWS.
           PERFORM PRINT-SUMMARY-PAGE.

           STOP RUN.
               WHEN 'CATALOG-INTEGRITY'
                   SET INTEG-RUN-SEEN TO TRUE
                   MOVE RUN-RECORDS-REJECTED TO INTEG-VIOLATIONS
               WHEN 'RENTAL-INTEGRITY'
                   SET RENTAL-INTEG-RUN-SEEN TO TRUE
                   MOVE RUN-RECORDS-REJECTED
                       TO RENTAL-INTEG-VIOLATIONS
               WHEN 'RECONCILE-PRICES'
                   SET RECON-RUN-SEEN TO TRUE
                   MOVE RUN-RECORDS-REJECTED TO RECON-MISMATCHES
                   ADD 1 TO INTEG-LINE-COUNT
           END-READ.

       COUNT-RENTAL-INTEG-LINES.
           OPEN INPUT RENTAL-INTEG-FILE.
           IF RENTAL-INTEG-FS = '00'
               PERFORM COUNT-ONE-RENTAL-INTEG UNTIL RENTAL-INTEG-EOF
               CLOSE RENTAL-INTEG-FILE
           END-IF.

       COUNT-ONE-RENTAL-INTEG.
           READ RENTAL-INTEG-FILE
               AT END
                   SET RENTAL-INTEG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RENTAL-INTEG-LINE-COUNT
           END-READ.

       CHECK-LEFTOVER-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FS = '00'
               CLOSE CHECKPOINT-FILE
           END-IF.

       READ-BUSINESS-DATE-ROWS.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-FS = '00'
               PERFORM READ-BUSINESS-DATE-ROW
                   UNTIL BUSINESS-DATE-EOF
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-BUSINESS-DATE-ROW.
           READ BUSINESS-DATE-FILE
               AT END
                   SET BUSINESS-DATE-EOF TO TRUE
               NOT AT END
                   EVALUATE BUSINESS-DATE-LINE (1:8)
                       WHEN 'EODCLOSE'
                           SET CLOSE-JOB-SEEN TO TRUE
                           MOVE BUSINESS-DATE-LINE TO CLOSE-JOB-IMAGE
                       WHEN 'NITELOAD'
                           SET LOAD-JOB-SEEN TO TRUE
                           MOVE BUSINESS-DATE-LINE TO LOAD-JOB-IMAGE
                   END-EVALUATE
           END-READ.

      * Anything short of COMPLETE for today is worth a look - a
      * job still RUNNING at this hour stopped part way, and a
      * REOPENED load is a drop-box close waiting on a second load.
       PRINT-JOB-STATE.
           EVALUATE TRUE
               WHEN NOT JOB-STATE-SEEN
                   DISPLAY JOB-STATE-LABEL 'NO CONTROL RECORD'
                   SET NEEDS-ATTENTION TO TRUE
               WHEN BDC-RUNNING
                   DISPLAY JOB-STATE-LABEL 'STARTED '
                       BDC-START-STAMP ' FOR ' BDC-BUSINESS-DATE
                       ', NOT FINISHED'
                   SET NEEDS-ATTENTION TO TRUE
               WHEN BDC-LAST-CLEAN-DATE = TODAY-DATE
                   DISPLAY JOB-STATE-LABEL 'COMPLETE FOR '
                       BDC-LAST-CLEAN-DATE
               WHEN BDC-REOPENED
                   DISPLAY JOB-STATE-LABEL 'REOPENED, LAST CLEAN '
                       BDC-LAST-CLEAN-DATE
                   SET NEEDS-ATTENTION TO TRUE
               WHEN OTHER
                   DISPLAY JOB-STATE-LABEL 'NOT COMPLETE FOR '
                       TODAY-DATE ', LAST CLEAN '
                       BDC-LAST-CLEAN-DATE
                   SET NEEDS-ATTENTION TO TRUE
           END-EVALUATE.

       PRINT-SUMMARY-PAGE.
           DISPLAY 'Morning operations summary - ' TODAY-DATE.
           DISPLAY '=========================================='.
               SET NEEDS-ATTENTION TO TRUE
           END-IF.

           IF RENTAL-INTEG-RUN-SEEN
               DISPLAY 'Rental-side violations: '
                   RENTAL-INTEG-VIOLATIONS
               IF RENTAL-INTEG-VIOLATIONS > 0
                   SET NEEDS-ATTENTION TO TRUE
               END-IF
           ELSE
               DISPLAY 'Rental integrity: NO RUN RECORDED TONIGHT'
               SET NEEDS-ATTENTION TO TRUE
           END-IF.

           IF RECON-RUN-SEEN
               DISPLAY 'Reconcile mismatches:   ' RECON-MISMATCHES
               IF RECON-MISMATCHES > 0
               DISPLAY 'Load checkpoint:        clear'
           END-IF.

           MOVE 'Rental close (EODCLOSE): ' TO JOB-STATE-LABEL.
           MOVE CLOSE-JOB-SW TO JOB-STATE-SW.
           MOVE CLOSE-JOB-IMAGE TO JOB-STATE-ROW.
           PERFORM PRINT-JOB-STATE.
           MOVE 'Catalog load (NITELOAD): ' TO JOB-STATE-LABEL.
           MOVE LOAD-JOB-SW TO JOB-STATE-SW.
           MOVE LOAD-JOB-IMAGE TO JOB-STATE-ROW.
           PERFORM PRINT-JOB-STATE.

           DISPLAY 'Exception lines on file: ' EXCEPT-LINE-COUNT
               ' (load)  ' INTEG-LINE-COUNT ' (integrity)  '
               RENTAL-INTEG-LINE-COUNT ' (rental)'.

           DISPLAY '=========================================='.
           IF NEEDS-ATTENTION
