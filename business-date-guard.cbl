       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE-GUARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "business-date-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
           01 CONTROL-RECORD.
               COPY 'business-date-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 CONTROL-FS             PIC 9(02).
           01 CONTROL-EOF-SW         PIC X(01) VALUE 'N'.
               88  CONTROL-EOF           VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 NOW-STAMP              PIC X(14).
           01 GUARD-JOB              PIC X(08) VALUE SPACES.
               88  GUARD-EODCLOSE        VALUE 'EODCLOSE'.
               88  GUARD-NITELOAD        VALUE 'NITELOAD'.
           01 OTHER-JOB              PIC X(08) VALUE SPACES.
           01 GUARD-ACTION           PIC X(06) VALUE SPACES.
               88  START-ACTION          VALUE 'START'.
               88  FINISH-ACTION         VALUE 'FINISH'.
               88  REOPEN-ACTION         VALUE 'REOPEN'.
           01 BUSINESS-DATE          PIC 9(08) VALUE 0.
           01 CONFIRM-REPLY          PIC X(01) VALUE SPACES.
           01 REFUSED-SW             PIC X(01) VALUE 'N'.
               88  GUARD-REFUSED         VALUE 'Y'.

      * The two rows as they came off the file, kept whole so the
      * row this run doesn't change goes back exactly as it was.
           01 OWN-FOUND-SW           PIC X(01) VALUE 'N'.
               88  OWN-FOUND             VALUE 'Y'.
           01 OWN-IMAGE              PIC X(61) VALUE SPACES.
           01 OTHER-FOUND-SW         PIC X(01) VALUE 'N'.
               88  OTHER-FOUND           VALUE 'Y'.
           01 OTHER-IMAGE            PIC X(61) VALUE SPACES.
           01 OWN-ROW.
               COPY 'business-date-control-record.cpy'.
           01 OTHER-ROW.
               COPY 'business-date-control-record.cpy'.
       PROCEDURE DIVISION.
      * NITELOAD and EODCLOSE are separate jobs and the run book
      * alone used to keep them in order.  The catalog load must
      * not start until the rental close for the same business date
      * has finished cleanly - WRITE-MOVIES reconciling copy counts
      * and prices under a LOST-RENTALS or FILL-WAITING-HOLDS still
      * moving them leaves the two disagreeing in the morning - and
      * a close, drop-box reruns included, must not run under a
      * catalog load that is still going or has already reconciled
      * the date being closed.  This step runs first and last in
      * both jobs off three SYSIN lines - the job, START or FINISH,
      * and (START only) the business date, blank for today:
      *
      *   START   refuses at 8, touching nothing, when the other
      *           job is RUNNING (going, or stopped part way), or
      *           - for NITELOAD - EODCLOSE has not closed the
      *           business date cleanly, or - for EODCLOSE - the
      *           catalog load has already reconciled the date, or
      *           never finished after the close before this one.
      *           Otherwise it stamps the job RUNNING for the date.
      *   FINISH  runs as the job's last step, on the same 4-or-
      *           below condition as the rest of the chain, and
      *           stamps the job COMPLETE, moving its clean date up.
      *
      * REOPEN is the run book's way round a drop-box close that
      * has to follow a catalog load already done for the day: it
      * steps NITELOAD's clean date back one run (after a Y/N), the
      * close then reruns, and the next EODCLOSE will not start
      * until NITELOAD has been run again for the reopened date.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO NOW-STAMP.

           DISPLAY 'Job (EODCLOSE/NITELOAD): '.
           ACCEPT GUARD-JOB.
           DISPLAY 'Action (START/FINISH/REOPEN): '.
           ACCEPT GUARD-ACTION.
           IF START-ACTION OR REOPEN-ACTION
               DISPLAY 'Business date YYYYMMDD (blank for today): '
               ACCEPT BUSINESS-DATE
               IF BUSINESS-DATE = 0
                   MOVE TODAY-DATE TO BUSINESS-DATE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN GUARD-EODCLOSE
                   MOVE 'NITELOAD' TO OTHER-JOB
               WHEN GUARD-NITELOAD
                   MOVE 'EODCLOSE' TO OTHER-JOB
               WHEN OTHER
                   DISPLAY 'Unknown job ' GUARD-JOB ' - refused'
                   SET GUARD-REFUSED TO TRUE
           END-EVALUATE.
           IF NOT GUARD-REFUSED
               AND NOT START-ACTION AND NOT FINISH-ACTION
               AND NOT REOPEN-ACTION
                   DISPLAY 'Unknown action ' GUARD-ACTION
                       ' - refused'
                   SET GUARD-REFUSED TO TRUE
           END-IF.

           IF NOT GUARD-REFUSED
               PERFORM LOAD-CONTROL-ROWS
               EVALUATE TRUE
                   WHEN START-ACTION
                       PERFORM START-JOB
                   WHEN FINISH-ACTION
                       PERFORM FINISH-JOB
                   WHEN REOPEN-ACTION
                       PERFORM REOPEN-CATALOG-LOAD
               END-EVALUATE
           END-IF.

           IF GUARD-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-CONTROL-ROWS
           END-IF.
           STOP RUN.

      * A file that was never written is both jobs never run - the
      * first night through starts clean.
       LOAD-CONTROL-ROWS.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FS = '00'
               PERFORM LOAD-CONTROL-ENTRY UNTIL CONTROL-EOF
               CLOSE CONTROL-FILE
           END-IF.
           IF OWN-FOUND
               MOVE OWN-IMAGE TO OWN-ROW
           ELSE
               MOVE SPACES TO OWN-ROW
               MOVE GUARD-JOB TO BDC-JOB-NAME OF OWN-ROW
               MOVE 0 TO BDC-BUSINESS-DATE OF OWN-ROW
               MOVE 0 TO BDC-LAST-CLEAN-DATE OF OWN-ROW
               MOVE 0 TO BDC-PRIOR-CLEAN-DATE OF OWN-ROW
           END-IF.
           IF OTHER-FOUND
               MOVE OTHER-IMAGE TO OTHER-ROW
           END-IF.

       LOAD-CONTROL-ENTRY.
           READ CONTROL-FILE
               AT END
                   SET CONTROL-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BDC-JOB-NAME OF CONTROL-RECORD = GUARD-JOB
                           SET OWN-FOUND TO TRUE
                           MOVE CONTROL-RECORD TO OWN-IMAGE
                       WHEN BDC-JOB-NAME OF CONTROL-RECORD = OTHER-JOB
                           SET OTHER-FOUND TO TRUE
                           MOVE CONTROL-RECORD TO OTHER-IMAGE
                   END-EVALUATE
           END-READ.

       START-JOB.
           IF GUARD-NITELOAD
               PERFORM CHECK-CLOSE-FINISHED
           ELSE
               PERFORM CHECK-LOAD-CLEAR
           END-IF.
           IF NOT GUARD-REFUSED
               IF BDC-RUNNING OF OWN-ROW
                   DISPLAY GUARD-JOB ' run for '
                       BDC-BUSINESS-DATE OF OWN-ROW ' started '
                       BDC-START-STAMP OF OWN-ROW
                       ' never finished - rerunning'
               END-IF
               SET BDC-RUNNING OF OWN-ROW TO TRUE
               MOVE BUSINESS-DATE TO BDC-BUSINESS-DATE OF OWN-ROW
               MOVE NOW-STAMP TO BDC-START-STAMP OF OWN-ROW
               MOVE SPACES TO BDC-END-STAMP OF OWN-ROW
               DISPLAY GUARD-JOB ' started for business date '
                   BUSINESS-DATE
           END-IF.

      * The catalog load waits on the close for its own business
      * date: nothing on file, a close still RUNNING, or a clean
      * date short of the load's date all stop it.
       CHECK-CLOSE-FINISHED.
           EVALUATE TRUE
               WHEN NOT OTHER-FOUND
                   DISPLAY 'NITELOAD refused - EODCLOSE has never '
                       'closed a business date'
                   SET GUARD-REFUSED TO TRUE
               WHEN BDC-RUNNING OF OTHER-ROW
                   DISPLAY 'NITELOAD refused - EODCLOSE for '
                       BDC-BUSINESS-DATE OF OTHER-ROW ' started '
                       BDC-START-STAMP OF OTHER-ROW
                       ' and has not finished'
                   SET GUARD-REFUSED TO TRUE
               WHEN BDC-LAST-CLEAN-DATE OF OTHER-ROW < BUSINESS-DATE
                   DISPLAY 'NITELOAD refused - EODCLOSE has not '
                       'closed ' BUSINESS-DATE ' (last clean '
                       BDC-LAST-CLEAN-DATE OF OTHER-ROW ')'
                   SET GUARD-REFUSED TO TRUE
           END-EVALUATE.

      * The close waits on the catalog load behind it: a load still
      * RUNNING, a load that already reconciled the date being
      * closed (REOPEN it first), or a load that never finished
      * after this job's last clean close all stop it.  A rerun of
      * the date already closed is the close's own business and is
      * let through.
       CHECK-LOAD-CLEAR.
           EVALUATE TRUE
               WHEN NOT OTHER-FOUND
                   CONTINUE
               WHEN BDC-RUNNING OF OTHER-ROW
                   DISPLAY 'EODCLOSE refused - NITELOAD for '
                       BDC-BUSINESS-DATE OF OTHER-ROW ' started '
                       BDC-START-STAMP OF OTHER-ROW
                       ' and has not finished'
                   SET GUARD-REFUSED TO TRUE
               WHEN BDC-LAST-CLEAN-DATE OF OTHER-ROW
                   NOT < BUSINESS-DATE
                       DISPLAY 'EODCLOSE refused - NITELOAD already '
                           'reconciled through '
                           BDC-LAST-CLEAN-DATE OF OTHER-ROW
                           ' - REOPEN it before re-closing '
                           BUSINESS-DATE
                       SET GUARD-REFUSED TO TRUE
               WHEN BDC-LAST-CLEAN-DATE OF OWN-ROW < BUSINESS-DATE
                   AND BDC-LAST-CLEAN-DATE OF OTHER-ROW
                       < BDC-LAST-CLEAN-DATE OF OWN-ROW
                       DISPLAY 'EODCLOSE refused - NITELOAD never '
                           'finished for '
                           BDC-LAST-CLEAN-DATE OF OWN-ROW
                           ' (last clean '
                           BDC-LAST-CLEAN-DATE OF OTHER-ROW ')'
                       SET GUARD-REFUSED TO TRUE
           END-EVALUATE.

      * Only a job this step saw start is finished - the clean date
      * only ever moves forward, so a drop-box rerun of an earlier
      * date leaves it where the later close put it.
       FINISH-JOB.
           IF NOT BDC-RUNNING OF OWN-ROW
               DISPLAY GUARD-JOB ' finish refused - no start is '
                   'recorded for this run'
               SET GUARD-REFUSED TO TRUE
           ELSE
               IF BDC-BUSINESS-DATE OF OWN-ROW
                   > BDC-LAST-CLEAN-DATE OF OWN-ROW
                       MOVE BDC-LAST-CLEAN-DATE OF OWN-ROW
                           TO BDC-PRIOR-CLEAN-DATE OF OWN-ROW
                       MOVE BDC-BUSINESS-DATE OF OWN-ROW
                           TO BDC-LAST-CLEAN-DATE OF OWN-ROW
               END-IF
               SET BDC-COMPLETE OF OWN-ROW TO TRUE
               MOVE NOW-STAMP TO BDC-END-STAMP OF OWN-ROW
               DISPLAY GUARD-JOB ' complete for business date '
                   BDC-BUSINESS-DATE OF OWN-ROW
           END-IF.

       REOPEN-CATALOG-LOAD.
           EVALUATE TRUE
               WHEN NOT GUARD-NITELOAD
                   DISPLAY 'Only NITELOAD can be reopened - refused'
                   SET GUARD-REFUSED TO TRUE
               WHEN NOT BDC-COMPLETE OF OWN-ROW
                   DISPLAY 'NITELOAD is not complete - nothing to '
                       'reopen'
                   SET GUARD-REFUSED TO TRUE
               WHEN BDC-LAST-CLEAN-DATE OF OWN-ROW
                   NOT = BUSINESS-DATE
                       DISPLAY 'NITELOAD last reconciled '
                           BDC-LAST-CLEAN-DATE OF OWN-ROW
                           ', not ' BUSINESS-DATE ' - refused'
                       SET GUARD-REFUSED TO TRUE
               WHEN OTHER
                   PERFORM CONFIRM-REOPEN
           END-EVALUATE.

       CONFIRM-REOPEN.
           DISPLAY 'Reopen NITELOAD for ' BUSINESS-DATE
               '? It must run again before the next close. (Y/N)'.
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY = 'Y'
               MOVE BDC-PRIOR-CLEAN-DATE OF OWN-ROW
                   TO BDC-LAST-CLEAN-DATE OF OWN-ROW
               SET BDC-REOPENED OF OWN-ROW TO TRUE
               MOVE NOW-STAMP TO BDC-END-STAMP OF OWN-ROW
               DISPLAY 'NITELOAD reopened - clean date back to '
                   BDC-LAST-CLEAN-DATE OF OWN-ROW
           ELSE
               DISPLAY 'Not reopened'
               SET GUARD-REFUSED TO TRUE
           END-IF.

       WRITE-CONTROL-ROWS.
           OPEN OUTPUT CONTROL-FILE.
           MOVE OWN-ROW TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           IF OTHER-FOUND
               MOVE OTHER-IMAGE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-IF.
           CLOSE CONTROL-FILE.

       END PROGRAM BUSINESS-DATE-GUARD.
