           FILE STATUS IS RENTAL-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT NOTICES-FILE ASSIGN TO "outbound-notices.dat"
               88  QUEUE-EOF             VALUE 'Y'.
           01 LEDGER-EOF-SW          PIC X(01) VALUE 'N'.
               88  LEDGER-EOF            VALUE 'Y'.
           01 MEMBER-OPEN-SW         PIC X(01) VALUE 'N'.
               88  MEMBER-FILE-OPEN      VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 TOMORROW-DATE          PIC 9(08).
           01 RUN-START-TIME         PIC X(14).
           01 NOTICE-DUE-WORK        PIC 9(08).
           01 NOTICE-MEMBER-WORK     PIC X(10).

      * Contact details are a keyed read of the membership file
      * per notice - the file stays open for the whole run.
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
       PROCEDURE DIVISION.
      * Nightly call list for the front desk: every hold that went
      * READY today, every open rental due back tomorrow, and every
           COMPUTE TOMORROW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) + 1).

           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               SET MEMBER-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT NOTICES-FILE.
           IF NOTICE-FS NOT = '00'
           PERFORM NOTICE-DUE-AND-OVERDUE.

           CLOSE NOTICES-FILE.
           IF MEMBER-FILE-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF.
           PERFORM WRITE-RUN-CONTROL.

           DISPLAY 'Outbound notices written: ' NOTICES-WRITTEN
               ' (' NO-CONTACT-COUNT ' with no contact on file)'.
           STOP RUN.

      * A hold whose copy was set aside today - the member has no
      * idea it is waiting until someone tells them.
       NOTICE-READY-HOLDS.
           MOVE NOTICE-DUE-WORK TO NOTICE-DUE-DATE.

           IF MEMBER-FOUND
               MOVE MS-NAME TO NOTICE-MEMBER-NAME
               MOVE MS-PHONE TO NOTICE-PHONE
               MOVE MS-EMAIL TO NOTICE-EMAIL
               IF MS-PHONE = SPACES
                   AND MS-EMAIL = SPACES
                       ADD 1 TO NO-CONTACT-COUNT
               END-IF
           ELSE

       FIND-CONTACT-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           IF MEMBER-FILE-OPEN
               MOVE NOTICE-MEMBER-WORK TO MS-MEMBER-ID
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MEMBER-FOUND TO TRUE
               END-READ
           END-IF.

       WRITE-RUN-CONTROL.
