       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT CREDIT-MOVEMENT-FILE
           ASSIGN TO "credit-movements.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVEMENT-FS.

           SELECT JOB-LOG-FILE ASSIGN TO "job-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD MEMBERSHIP-FILE.
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD CREDIT-MOVEMENT-FILE.
           01 CREDIT-MOVEMENT-RECORD.
               COPY 'credit-movement-record.cpy'.

       FD JOB-LOG-FILE.
           01 RUN-CONTROL-RECORD.
               COPY 'run-control-record.cpy'.
       WORKING-STORAGE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 MOVEMENT-FS            PIC 9(02).
           01 JOB-LOG-FS             PIC 9(02).
           01 MEMBER-EOF-SW          PIC X(01).
               88  MEMBER-EOF            VALUE 'Y'.
           01 MOVEMENT-EOF-SW        PIC X(01).
               88  MOVEMENT-EOF          VALUE 'Y'.
           01 RUN-START-TIME         PIC X(14).
           01 RECORDS-READ           PIC 9(06) VALUE 0.
           01 MOVEMENT-COUNT         PIC 9(06) VALUE 0.
           01 MISMATCH-COUNT         PIC 9(06) VALUE 0.
           01 OVERFLOW-COUNT         PIC 9(06) VALUE 0.
           01 HOLDER-COUNT           PIC 9(06) VALUE 0.

      * One row per member on file, and one more for any member the
      * journal names that the membership file no longer holds -
      * the stored balance, the balance the journal replays to, the
      * balance the last movement said it left, and how many
      * movements there were.
           01 ACCOUNT-COUNT          PIC 9(04) VALUE 0 COMP.
           01 ACCOUNT-IDX            PIC 9(04) VALUE 0 COMP.
           01 ACCOUNT-AT             PIC 9(04) VALUE 0 COMP.
           01 ACCOUNT-TABLE.
               02  ACCOUNT-ENTRY OCCURS 2500 TIMES.
                   03  AC-MEMBER-ID        PIC X(10).
                   03  AC-NAME             PIC X(30).
                   03  AC-ON-FILE-SW       PIC X(01).
                       88  AC-ON-FILE          VALUE 'Y'.
                   03  AC-STORED-BALANCE   PIC 9(5)V9(2).
                   03  AC-REPLAYED-BALANCE PIC S9(6)V9(2).
                   03  AC-LAST-AFTER       PIC 9(5)V9(2).
                   03  AC-MOVE-COUNT       PIC 9(05).
           01 SEARCH-MEMBER-ID       PIC X(10).

           01 CHAIN-STORED-TOTAL     PIC 9(8)V9(2) VALUE 0.
           01 CHAIN-REPLAYED-TOTAL   PIC S9(8)V9(2) VALUE 0.
           01 DISAGREE-SW            PIC X(01).
               88  BALANCES-DISAGREE     VALUE 'Y'.
           01 DISPLAY-STORED         PIC Z(5)9.99.
           01 DISPLAY-REPLAYED       PIC -(6)9.99.
           01 DISPLAY-AFTER          PIC Z(5)9.99.
           01 DISPLAY-TOTAL          PIC Z(7)9.99.
           01 DISPLAY-SIGNED-TOTAL   PIC -(8)9.99.
       PROCEDURE DIVISION.
      * The nightly store-credit reconciliation.  CREDIT-ACCOUNT is
      * meant to be the only thing that moves a prepaid balance,
      * and it journals every move with the balance it left - so
      * replaying a member's purchases and redemptions from zero
      * must land on the balance the membership file holds, and on
      * the balance the last movement wrote.  A hand edit in
      * MAINTAIN-MEMBER, a merge gone wrong or a session that died
      * between the rewrite and the journal shows up here as a
      * member whose three figures disagree.  The chain total of
      * stored balances is the store-credit liability for the
      * balance sheet; any disagreement ends the step at 4 so the
      * morning checks see it.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START-TIME.

           PERFORM LOAD-MEMBER-BALANCES.
           PERFORM REPLAY-MOVEMENTS.

           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'STORE-CREDIT RECONCILIATION'.
           DISPLAY '========================================'
               '========================================'.
           DISPLAY 'MEMBER     NAME                              '
               '   STORED   REPLAYED LAST-MOVE MOVES'.
           PERFORM CHECK-ONE-ACCOUNT
               VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT.
           IF MISMATCH-COUNT = 0
               DISPLAY '  Every balance agrees with its journal'
           END-IF.

           PERFORM PRINT-CHAIN-TOTALS.
           PERFORM WRITE-RUN-CONTROL.

           IF MISMATCH-COUNT > 0 OR OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-MEMBER-BALANCES.
           MOVE 'N' TO MEMBER-EOF-SW.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               PERFORM LOAD-ONE-MEMBER UNTIL MEMBER-EOF
               CLOSE MEMBERSHIP-FILE
           ELSE
               DISPLAY 'No membership file on file'
           END-IF.

       LOAD-ONE-MEMBER.
           READ MEMBERSHIP-FILE
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF MS-CREDIT-BALANCE NOT NUMERIC
                       MOVE 0 TO MS-CREDIT-BALANCE
                   END-IF
                   MOVE MS-MEMBER-ID TO SEARCH-MEMBER-ID
                   PERFORM ADD-ACCOUNT-ROW
                   IF ACCOUNT-AT > 0
                       MOVE MS-NAME TO AC-NAME (ACCOUNT-AT)
                       SET AC-ON-FILE (ACCOUNT-AT) TO TRUE
                       MOVE MS-CREDIT-BALANCE
                           TO AC-STORED-BALANCE (ACCOUNT-AT)
                       ADD MS-CREDIT-BALANCE TO CHAIN-STORED-TOTAL
                       IF MS-CREDIT-BALANCE > 0
                           ADD 1 TO HOLDER-COUNT
                       END-IF
                   END-IF
           END-READ.

      * The journal is in the order the moves happened, so the last
      * row read for a member is the balance it was left at.
       REPLAY-MOVEMENTS.
           MOVE 'N' TO MOVEMENT-EOF-SW.
           OPEN INPUT CREDIT-MOVEMENT-FILE.
           IF MOVEMENT-FS = '00'
               PERFORM REPLAY-ONE-MOVEMENT UNTIL MOVEMENT-EOF
               CLOSE CREDIT-MOVEMENT-FILE
           END-IF.

       REPLAY-ONE-MOVEMENT.
           READ CREDIT-MOVEMENT-FILE
               AT END
                   SET MOVEMENT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO MOVEMENT-COUNT
                   MOVE CM-MEMBER-ID TO SEARCH-MEMBER-ID
                   PERFORM FIND-ACCOUNT-ROW
                   IF ACCOUNT-AT = 0
                       PERFORM ADD-ACCOUNT-ROW
                   END-IF
                   IF ACCOUNT-AT > 0
                       PERFORM APPLY-MOVEMENT
                   END-IF
           END-READ.

       APPLY-MOVEMENT.
           IF CM-PURCHASE
               ADD CM-AMOUNT TO AC-REPLAYED-BALANCE (ACCOUNT-AT)
           ELSE
               SUBTRACT CM-AMOUNT
                   FROM AC-REPLAYED-BALANCE (ACCOUNT-AT)
           END-IF.
           MOVE CM-BALANCE-AFTER TO AC-LAST-AFTER (ACCOUNT-AT).
           ADD 1 TO AC-MOVE-COUNT (ACCOUNT-AT).

       FIND-ACCOUNT-ROW.
           MOVE 0 TO ACCOUNT-AT.
           PERFORM MATCH-ACCOUNT-ROW
               VARYING ACCOUNT-IDX FROM 1 BY 1
               UNTIL ACCOUNT-IDX > ACCOUNT-COUNT OR ACCOUNT-AT > 0.

       MATCH-ACCOUNT-ROW.
           IF AC-MEMBER-ID (ACCOUNT-IDX) = SEARCH-MEMBER-ID
               MOVE ACCOUNT-IDX TO ACCOUNT-AT
           END-IF.

      * A row past the table is counted, not guessed at - the run
      * ends at 4 and says how many went unchecked.
       ADD-ACCOUNT-ROW.
           IF ACCOUNT-COUNT < 2500
               ADD 1 TO ACCOUNT-COUNT
               MOVE ACCOUNT-COUNT TO ACCOUNT-AT
               MOVE SEARCH-MEMBER-ID TO AC-MEMBER-ID (ACCOUNT-AT)
               MOVE SPACES TO AC-NAME (ACCOUNT-AT)
               MOVE 'N' TO AC-ON-FILE-SW (ACCOUNT-AT)
               MOVE 0 TO AC-STORED-BALANCE (ACCOUNT-AT)
               MOVE 0 TO AC-REPLAYED-BALANCE (ACCOUNT-AT)
               MOVE 0 TO AC-LAST-AFTER (ACCOUNT-AT)
               MOVE 0 TO AC-MOVE-COUNT (ACCOUNT-AT)
           ELSE
               MOVE 0 TO ACCOUNT-AT
               ADD 1 TO OVERFLOW-COUNT
           END-IF.

      * A member who never had a movement agrees at zero; one with
      * money on file but no journal at all is exactly the hand
      * edit this run exists to find.
       CHECK-ONE-ACCOUNT.
           ADD AC-REPLAYED-BALANCE (ACCOUNT-IDX)
               TO CHAIN-REPLAYED-TOTAL.
           MOVE 'N' TO DISAGREE-SW.
           IF AC-REPLAYED-BALANCE (ACCOUNT-IDX)
                   NOT = AC-STORED-BALANCE (ACCOUNT-IDX)
               SET BALANCES-DISAGREE TO TRUE
           END-IF.
           IF AC-MOVE-COUNT (ACCOUNT-IDX) > 0
               AND AC-LAST-AFTER (ACCOUNT-IDX)
                   NOT = AC-STORED-BALANCE (ACCOUNT-IDX)
                       SET BALANCES-DISAGREE TO TRUE
           END-IF.
           IF BALANCES-DISAGREE
               ADD 1 TO MISMATCH-COUNT
               PERFORM PRINT-MISMATCH
           END-IF.

       PRINT-MISMATCH.
           MOVE AC-STORED-BALANCE (ACCOUNT-IDX) TO DISPLAY-STORED.
           MOVE AC-REPLAYED-BALANCE (ACCOUNT-IDX) TO DISPLAY-REPLAYED.
           MOVE AC-LAST-AFTER (ACCOUNT-IDX) TO DISPLAY-AFTER.
           IF AC-ON-FILE (ACCOUNT-IDX)
               DISPLAY AC-MEMBER-ID (ACCOUNT-IDX) ' '
                   AC-NAME (ACCOUNT-IDX) ' ' DISPLAY-STORED ' '
                   DISPLAY-REPLAYED ' ' DISPLAY-AFTER ' '
                   AC-MOVE-COUNT (ACCOUNT-IDX)
           ELSE
               DISPLAY AC-MEMBER-ID (ACCOUNT-IDX) ' '
                   '*** NOT ON MEMBERSHIP FILE ***' ' '
                   DISPLAY-STORED ' ' DISPLAY-REPLAYED ' '
                   DISPLAY-AFTER ' ' AC-MOVE-COUNT (ACCOUNT-IDX)
           END-IF.

       PRINT-CHAIN-TOTALS.
           DISPLAY '========================================'
               '========================================'.
           MOVE CHAIN-STORED-TOTAL TO DISPLAY-TOTAL.
           DISPLAY 'Outstanding store credit (membership file): $'
               FUNCTION TRIM(DISPLAY-TOTAL) ' across '
               HOLDER-COUNT ' members'.
           MOVE CHAIN-REPLAYED-TOTAL TO DISPLAY-SIGNED-TOTAL.
           DISPLAY 'Outstanding store credit (journal replay):   $'
               FUNCTION TRIM(DISPLAY-SIGNED-TOTAL).
           DISPLAY 'Movements replayed: ' MOVEMENT-COUNT
               '   members disagreeing: ' MISMATCH-COUNT.
           IF OVERFLOW-COUNT > 0
               DISPLAY '*** ' OVERFLOW-COUNT ' rows past the work '
                   'table - those members were not checked'
           END-IF.

       WRITE-RUN-CONTROL.
           MOVE 'CREDIT-RECONCILE' TO RUN-PROGRAM-NAME.
           MOVE RUN-START-TIME TO RUN-START-STAMP.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE 0 TO RUN-RECORDS-WRITTEN.
           MOVE MISMATCH-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.

           WRITE RUN-CONTROL-RECORD.

           CLOSE JOB-LOG-FILE.

       END PROGRAM CREDIT-RECONCILE.
