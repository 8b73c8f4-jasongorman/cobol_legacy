       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT RENEWAL-LOG-FILE ASSIGN TO "renewals.log"
           01 MEMBERSHIP-RECORD.
               COPY 'membership-record.cpy'.

       FD RENEWAL-LOG-FILE.
           01 RENEWAL-LOG-RECORD.
               COPY 'renewal-record.cpy'.
       WORKING-STORAGE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 RENEWAL-LOG-FS         PIC 9(02).
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
           01 RENEWED-SW             PIC X(01).
               88  RENEWAL-SAVED         VALUE 'Y'.
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 OPERATOR-INITIALS      PIC X(03) VALUE SPACES.
           01 STORE-ID               PIC X(04) VALUE SPACES.
           01 TARGET-MEMBER-ID       PIC X(10) VALUE SPACES.
           01 TODAY-DATE             PIC 9(08).
           01 RENEWAL-MONTHS         PIC 9(02) VALUE 0.
           01 EXPIRY-YY              PIC 9(04).
           01 EXPIRY-MM              PIC 9(02).
           01 EXPIRY-DD              PIC 9(02).
           01 NEW-EXPIRY             PIC 9(08).
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
       PROCEDURE DIVISION.
      * Take the dues at the counter and push the member's term
      * out - renewing before expiry extends from the old expiry
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY 'Operator initials: '.
           ACCEPT OPERATOR-INITIALS.
           DISPLAY 'Enter store ID (blank for ST01): '.
           ACCEPT STORE-ID.
           IF STORE-ID = SPACES
               MOVE 'ST01' TO STORE-ID
           END-IF.
           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'Cannot open membership file - status '
                   MEMBER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           CLOSE MEMBERSHIP-FILE.
           STOP RUN.

       LOOP.
           DISPLAY 'Enter member ID: '.
           ACCEPT TARGET-MEMBER-ID.

           PERFORM FIND-MEMBER-ENTRY.
           IF NOT MEMBER-FOUND
               DISPLAY 'Member not on file'
           ELSE
               PERFORM TAKE-RENEWAL
           ACCEPT AGAIN.

       FIND-MEMBER-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           MOVE TARGET-MEMBER-ID TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
                   SET MEMBER-FOUND TO TRUE
           END-READ.

       TAKE-RENEWAL.
           IF MS-TERM-EXPIRY-DATE OF WORK-MEMBER NOT NUMERIC
               DISPLAY 'No payment taken - no renewal recorded'
           ELSE
               PERFORM EXTEND-TERM
               PERFORM STORE-RENEWAL
               IF RENEWAL-SAVED
                   PERFORM WRITE-RENEWAL-LOG
                   DISPLAY 'Renewed to ' NEW-EXPIRY
               END-IF
           END-IF.

      * Month arithmetic on the calendar date - day kept, months
           IF EXPIRY-DD > 28
               MOVE 28 TO EXPIRY-DD
           END-IF.
           COMPUTE NEW-EXPIRY =
               EXPIRY-YY * 10000 + EXPIRY-MM * 100 + EXPIRY-DD.

       CARRY-EXPIRY-YEAR.
           SUBTRACT 12 FROM EXPIRY-MM.
           ADD 1 TO EXPIRY-YY.

      * Only the term and the status are the renewal's to change.
      * The row is read again under the update token and just those
      * two fields set on it, so a credit movement taken at another
      * register while the dues were being counted is not undone.
       STORE-RENEWAL.
           MOVE 'N' TO RENEWED-SW.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'RENEW-MEMBER' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.
           IF UL-REFUSED
               DISPLAY 'Update token busy - renewal NOT recorded'
           ELSE
               MOVE TARGET-MEMBER-ID
                   TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       DISPLAY 'Member has gone from the file - '
                           'renewal NOT recorded'
                   NOT INVALID KEY
                       MOVE NEW-EXPIRY TO MS-TERM-EXPIRY-DATE
                           OF MEMBERSHIP-RECORD
                       SET MS-ACTIVE OF MEMBERSHIP-RECORD TO TRUE
                       REWRITE MEMBERSHIP-RECORD
                           INVALID KEY
                               DISPLAY 'Renewal NOT recorded - '
                                   'status ' MEMBER-FS
                           NOT INVALID KEY
                               SET RENEWAL-SAVED TO TRUE
                       END-REWRITE
               END-READ
               SET UL-RELEASE TO TRUE
               CALL 'UPDATE-LOCK' USING UPDATE-REQUEST
           END-IF.

       WRITE-RENEWAL-LOG.
           MOVE TARGET-MEMBER-ID TO RL-MEMBER-ID.
           MOVE OLD-EXPIRY TO RL-OLD-EXPIRY.
           MOVE NEW-EXPIRY TO RL-NEW-EXPIRY.
           MOVE AMOUNT-PAID TO RL-AMOUNT-PAID.
           MOVE TODAY-DATE TO RL-RENEWED-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RL-TIMESTAMP.
           MOVE OPERATOR-INITIALS TO RL-OPERATOR.
           MOVE STORE-ID TO RL-STORE-ID.

           OPEN EXTEND RENEWAL-LOG-FILE.
           IF RENEWAL-LOG-FS = '35'
