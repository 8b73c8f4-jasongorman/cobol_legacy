           FILE STATUS IS SETTLE-FS.

           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS MS-MEMBER-ID
           ALTERNATE RECORD KEY IS MS-NAME WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT HANDOFF-FILE ASSIGN TO "collections-handoff.dat"
               88  FEES-EOF              VALUE 'Y'.
           01 SETTLE-EOF-SW          PIC X(01).
               88  SETTLE-EOF            VALUE 'Y'.
           01 MEMBER-OPEN-SW         PIC X(01) VALUE 'N'.
               88  MEMBER-FILE-OPEN      VALUE 'Y'.
           01 TODAY-DATE             PIC 9(08).
           01 AGE-DAYS               PIC 9(03) VALUE 0.
           01 CUTOFF-DATE            PIC 9(08).
           01 TYPE-MATCH-SW          PIC X(01).
               88  TYPES-MATCH           VALUE 'Y'.

      * Member contact lookups, one keyed read per handoff line.
           01 MEMBER-FOUND-SW        PIC X(01).
               88  MEMBER-FOUND          VALUE 'Y'.
       PROCEDURE DIVISION.
      * The photocopy retires: fees still open past the age cutoff
      * go to the agency in one fixed-layout file, member details

           PERFORM LOAD-FEE-TABLE.
           PERFORM NET-SETTLEMENTS.
           OPEN INPUT MEMBERSHIP-FILE.
           IF MEMBER-FS = '00'
               SET MEMBER-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT HANDOFF-FILE.
           PERFORM JUDGE-ONE-FEE
               VARYING FEE-IDX FROM 1 BY 1
               UNTIL FEE-IDX > FEE-ROW-COUNT.
           CLOSE HANDOFF-FILE.
           IF MEMBER-FILE-OPEN
               CLOSE MEMBERSHIP-FILE
           END-IF.

           IF SENT-COUNT > 0
               PERFORM FLAG-SENT-FEES
               END-IF
           END-IF.

       JUDGE-ONE-FEE.
           MOVE FR-IMAGE (FEE-IDX) TO FEE-WORK.
           IF FR-OPEN-AMOUNT (FEE-IDX) > 0
           MOVE FEE-MEMBER-ID OF FEE-WORK TO HO-MEMBER-ID.
           PERFORM FIND-CONTACT-ENTRY.
           IF MEMBER-FOUND
               MOVE MS-NAME TO HO-MEMBER-NAME
               MOVE MS-PHONE TO HO-PHONE
               MOVE MS-EMAIL TO HO-EMAIL
           ELSE
               MOVE SPACES TO HO-MEMBER-NAME
               MOVE SPACES TO HO-PHONE

       FIND-CONTACT-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           IF MEMBER-FILE-OPEN
               MOVE FEE-MEMBER-ID OF FEE-WORK TO MS-MEMBER-ID
               READ MEMBERSHIP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MEMBER-FOUND TO TRUE
               END-READ
           END-IF.

      * The fees file is written back whole with the sent flag set
