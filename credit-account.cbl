       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT CREDIT-MOVEMENT-FILE
       WORKING-STORAGE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 MOVEMENT-FS            PIC 9(02).
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
      * The one member being credited or debited, read by key and
      * rewritten in place.
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
       LINKAGE SECTION.
           01 CREDIT-REQUEST.
               COPY 'credit-request.cpy'.
       PROCEDURE DIVISION USING CREDIT-REQUEST.
      * The single keeper of the prepaid credit balance.  Reads one
      * member by key, applies one purchase or redemption, rewrites
      * that member's row, and journals the movement
      * with the balance it left - so every program that touches
      * money on account goes through the same arithmetic and the
      * same trail.  A redemption bigger than the balance changes
      * NOTHING and reports SHORT-FUNDS; the counter decides what
      * cash covers.
      * A second session reading the same member between this
      * one's read and rewrite would restore a balance this one
      * just drew down - so the WHOLE read-apply-rewrite runs under
      * the exclusive update token the counter programs share, and
      * two sessions' credit movements land one after the other.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO CR-BALANCE-AFTER.
               GOBACK
           END-IF.

           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               SET CR-FILE-ERROR TO TRUE
               DISPLAY 'Cannot open membership file - no credit '
                   'applied'
               PERFORM RELEASE-UPDATE-TOKEN
               GOBACK
           END-IF.

           PERFORM FIND-MEMBER-ENTRY.
           IF NOT MEMBER-FOUND
               SET CR-NO-MEMBER TO TRUE
               CLOSE MEMBERSHIP-FILE
               PERFORM RELEASE-UPDATE-TOKEN
               GOBACK
           END-IF.
                   SET CR-FILE-ERROR TO TRUE
           END-EVALUATE.

           CLOSE MEMBERSHIP-FILE.
           PERFORM RELEASE-UPDATE-TOKEN.
           GOBACK.

           SET UL-RELEASE TO TRUE.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.

       FIND-MEMBER-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           MOVE CR-MEMBER-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
                   SET MEMBER-FOUND TO TRUE
           END-READ.

       APPLY-PURCHASE.
           ADD CR-AMOUNT TO MS-CREDIT-BALANCE OF WORK-MEMBER.
           PERFORM STORE-AND-JOURNAL.
               PERFORM STORE-AND-JOURNAL
           END-IF.

      * The movement is only journalled once the row is safely
      * rewritten - a failed rewrite leaves balance and journal
      * agreeing, and the counter is told nothing was applied.
       STORE-AND-JOURNAL.
           MOVE WORK-MEMBER TO MEMBERSHIP-RECORD.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   SET CR-FILE-ERROR TO TRUE
               NOT INVALID KEY
                   PERFORM WRITE-CREDIT-MOVEMENT
                   MOVE MS-CREDIT-BALANCE OF WORK-MEMBER
                       TO CR-BALANCE-AFTER
                   SET CR-APPLIED TO TRUE
           END-REWRITE.

       WRITE-CREDIT-MOVEMENT.
           MOVE CR-MEMBER-ID TO CM-MEMBER-ID.
