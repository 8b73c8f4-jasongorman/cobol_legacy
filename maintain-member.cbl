       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.
       DATA DIVISION.
       FILE SECTION.
           01 MEMBER-FS              PIC 9(02).
           01 MEMBER-EOF-SW          PIC X(01) VALUE 'N'.
               88  MEMBER-EOF            VALUE 'Y'.
           01 MEMBER-FOUND-SW        PIC X(01) VALUE 'N'.
               88  MEMBER-FOUND          VALUE 'Y'.
           01 PRIMARY-FOUND-SW       PIC X(01) VALUE 'N'.
               88  PRIMARY-FOUND         VALUE 'Y'.
           01 AGAIN                  PIC X(01) VALUE 'Y'.
           01 ACTION-CODE            PIC X(01) VALUE SPACES.
               88  ADD-ACTION            VALUE 'A'.
               88  INQUIRE-ACTION        VALUE 'I'.
           01 TARGET-MEMBER-ID       PIC X(10) VALUE SPACES.
           01 TODAY-DATE             PIC 9(08).
           01 CONTACT-REPLY          PIC X(30) VALUE SPACES.
           01 BIRTH-DATE-REPLY       PIC 9(08) VALUE 0.
           01 HOUSEHOLD-REPLY        PIC X(10) VALUE SPACES.
           01 MARKETING-REPLY        PIC X(01) VALUE SPACES.
           01 SECONDARY-COUNT        PIC 9(04) VALUE 0 COMP.
      * The counter often has a name and no card.  The name is an
      * alternate key, so the clerk types the start of it and gets
      * the members filed under it to pick the ID from.
           01 NAME-REPLY             PIC X(30) VALUE SPACES.
           01 NAME-LENGTH            PIC 9(02) VALUE 0 COMP.
           01 NAME-MATCH-COUNT       PIC 9(04) VALUE 0 COMP.
           01 NAME-MATCH-LIMIT       PIC 9(04) VALUE 20 COMP.
           01 UPDATE-REQUEST.
               COPY 'update-lock-request.cpy'.
      * A second unpacked member, so the household checks can look
      * at the primary and the cardholders without disturbing the
      * member being edited in WORK-MEMBER.
           01 LINK-MEMBER.
               COPY 'membership-record.cpy'.
      * One member, unpacked for field access - read by key into
      * here, changed at the prompts, and written or rewritten in
      * place the moment the clerk finishes with it, the same
      * record body every other membership reader COPYs.
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
       PROCEDURE DIVISION.
      * Add, update, deactivate, reactivate and inquire on members
      * without anyone hand-editing membership.dat.  Deactivating
      * stops honouring them.
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-MEMBERSHIP-FILE.
           PERFORM LOOP UNTIL AGAIN = 'N'.
           CLOSE MEMBERSHIP-FILE.
           STOP RUN.

      * The file may not exist yet in a fresh shop - it is created
      * empty and the first add goes straight onto it.
       OPEN-MEMBERSHIP-FILE.
           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS = '35'
               OPEN OUTPUT MEMBERSHIP-FILE
               CLOSE MEMBERSHIP-FILE
               OPEN I-O MEMBERSHIP-FILE
           END-IF.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'Cannot open membership file - status '
                   MEMBER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOOP.
           DISPLAY 'Action - Add/Update/Deactivate/Reactivate/'
               'Inquire? (A/U/D/R/I)'.
           ACCEPT ACTION-CODE.
           MOVE SPACES TO TARGET-MEMBER-ID.
           DISPLAY 'Enter member ID (blank to look up by name): '.
           ACCEPT TARGET-MEMBER-ID.
           IF TARGET-MEMBER-ID = SPACES
               AND NOT ADD-ACTION
                   PERFORM LOOK-UP-BY-NAME
           END-IF.

           PERFORM FIND-MEMBER-ENTRY.

           DISPLAY 'Another? (Y/N)'.
           ACCEPT AGAIN.

      * Lists every member whose name starts with what the clerk
      * typed, in name order off the alternate key, then takes the
      * member ID to work on from the list.  Nothing typed, or
      * nothing found, leaves the ID blank and the action reports
      * the member not on file.
       LOOK-UP-BY-NAME.
           MOVE SPACES TO NAME-REPLY.
           DISPLAY 'Enter the start of the member name: '.
           ACCEPT NAME-REPLY.
           IF NAME-REPLY NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(NAME-REPLY
                   TRAILING)) TO NAME-LENGTH
               MOVE 0 TO NAME-MATCH-COUNT
               MOVE 'N' TO MEMBER-EOF-SW
               MOVE NAME-REPLY TO MS-NAME OF MEMBERSHIP-RECORD
               START MEMBERSHIP-FILE
                   KEY IS NOT LESS THAN MS-NAME OF MEMBERSHIP-RECORD
                   INVALID KEY
                       SET MEMBER-EOF TO TRUE
               END-START
               PERFORM LIST-ONE-NAME-MATCH UNTIL MEMBER-EOF
               IF NAME-MATCH-COUNT = 0
                   DISPLAY 'No member filed under that name'
               ELSE
                   DISPLAY 'Enter member ID from the list: '
                   ACCEPT TARGET-MEMBER-ID
               END-IF
           END-IF.

       LIST-ONE-NAME-MATCH.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF MS-NAME OF MEMBERSHIP-RECORD (1:NAME-LENGTH)
                       NOT = NAME-REPLY (1:NAME-LENGTH)
                           SET MEMBER-EOF TO TRUE
                   ELSE
                       IF NAME-MATCH-COUNT >= NAME-MATCH-LIMIT
                           DISPLAY '  ... more - type more of the '
                               'name to narrow the list'
                           SET MEMBER-EOF TO TRUE
                       ELSE
                           ADD 1 TO NAME-MATCH-COUNT
                           DISPLAY '  ' MS-MEMBER-ID OF
                               MEMBERSHIP-RECORD ' '
                               MS-NAME OF MEMBERSHIP-RECORD ' '
                               MS-STATUS OF MEMBERSHIP-RECORD
                       END-IF
                   END-IF
           END-READ.

       FIND-MEMBER-ENTRY.
           MOVE 'N' TO MEMBER-FOUND-SW.
           MOVE SPACES TO WORK-MEMBER.
           IF TARGET-MEMBER-ID NOT = SPACES
               MOVE TARGET-MEMBER-ID
                   TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
                       SET MEMBER-FOUND TO TRUE
               END-READ
           END-IF.

       ADD-MEMBER.
           EVALUATE TRUE
               WHEN TARGET-MEMBER-ID = SPACES
                   DISPLAY 'A new member needs a member ID'
               WHEN MEMBER-FOUND
                   DISPLAY 'Member already on file - use Update'
               WHEN OTHER
                   MOVE SPACES TO WORK-MEMBER
                   MOVE TARGET-MEMBER-ID
                       TO MS-MEMBER-ID OF WORK-MEMBER
                   MOVE 0 TO MS-DISCOUNT-PCT OF WORK-MEMBER
                   MOVE 0 TO MS-CREDIT-BALANCE OF WORK-MEMBER
                   MOVE 0 TO MS-BIRTH-DATE OF WORK-MEMBER
                   MOVE SPACES TO MS-HOUSEHOLD-ID OF WORK-MEMBER
                   MOVE 'N' TO MS-MARKETING-OPT-OUT OF WORK-MEMBER
                   MOVE TODAY-DATE TO MS-JOIN-DATE OF WORK-MEMBER
                   PERFORM SET-FIRST-TERM-EXPIRY
                   SET MS-ACTIVE OF WORK-MEMBER TO TRUE
                   PERFORM PROMPT-MEMBER-DETAILS
                   MOVE WORK-MEMBER TO MEMBERSHIP-RECORD
                   WRITE MEMBERSHIP-RECORD
                       INVALID KEY
                           DISPLAY 'Member ' TARGET-MEMBER-ID
                               ' could not be added - status '
                               MEMBER-FS
                       NOT INVALID KEY
                           DISPLAY 'Member added'
                   END-WRITE
           END-EVALUATE.

      * A new sign-up buys a year - the renewals batch and
      * RENEW-MEMBER take it from there.  Rough year arithmetic
           ADD 10000 TO MS-TERM-EXPIRY-DATE OF WORK-MEMBER.

       UPDATE-MEMBER.
           IF NOT MEMBER-FOUND
               DISPLAY 'Member not on file'
           ELSE
               PERFORM PROMPT-MEMBER-DETAILS
               PERFORM STORE-WORK-MEMBER
           END-IF.

       PROMPT-MEMBER-DETAILS.
           ACCEPT MS-NAME OF WORK-MEMBER.
           DISPLAY 'Enter discount percent (e.g. 10.00): '.
           ACCEPT MS-DISCOUNT-PCT OF WORK-MEMBER.
           PERFORM PROMPT-BIRTH-DATE.
           PERFORM PROMPT-CONTACT-DETAILS.
           PERFORM PROMPT-HOUSEHOLD-LINK.
           PERFORM PROMPT-MARKETING-CHOICE.

      * The date of birth is what the rental counter ages a member
      * off when a title carries a certificate.  Zero keeps what is
      * on the row; a date in the future or before 1900 is a typo,
      * not a member, and is turned away rather than stored.
       PROMPT-BIRTH-DATE.
           MOVE 0 TO BIRTH-DATE-REPLY.
           DISPLAY 'Date of birth YYYYMMDD (0 to keep): '.
           ACCEPT BIRTH-DATE-REPLY.
           IF BIRTH-DATE-REPLY > 0
               IF BIRTH-DATE-REPLY < 19000101
                   OR BIRTH-DATE-REPLY > TODAY-DATE
                       DISPLAY 'Implausible date of birth - kept as '
                           'was'
               ELSE
                   MOVE BIRTH-DATE-REPLY
                       TO MS-BIRTH-DATE OF WORK-MEMBER
               END-IF
           END-IF.

      * Contact details ride the same add/update path as the name,
      * so signing a member up and fixing a phone number are the
               MOVE CONTACT-REPLY TO MS-EMAIL OF WORK-MEMBER
           END-IF.

      * A member who asks to be left off the new-release mailings
      * is taken off them here and stays off until they ask back
      * on.  Blank keeps what is on the row.
       PROMPT-MARKETING-CHOICE.
           MOVE SPACES TO MARKETING-REPLY.
           IF MS-NO-MARKETING OF WORK-MEMBER
               DISPLAY 'Opted out of marketing - opt back in? '
                   '(Y/N, blank to keep): '
               ACCEPT MARKETING-REPLY
               IF MARKETING-REPLY = 'Y'
                   MOVE 'N' TO MS-MARKETING-OPT-OUT OF WORK-MEMBER
               END-IF
           ELSE
               DISPLAY 'Opt out of marketing mailings? '
                   '(Y/N, blank to keep): '
               ACCEPT MARKETING-REPLY
               IF MARKETING-REPLY = 'Y'
                   SET MS-NO-MARKETING OF WORK-MEMBER TO TRUE
               END-IF
           END-IF.

      * A family's cards hang off one primary member: a secondary
      * cardholder names the primary here, and from then on the
      * counter holds the whole household to one open-rental limit
      * and one fee cap.  Households are one level deep - the
      * primary must be on file, must not itself be somebody's
      * secondary, and a member who already has cardholders hanging
      * off it can't be made a secondary without unlinking them
      * first.  '-' takes the member back out to stand alone.
       PROMPT-HOUSEHOLD-LINK.
           MOVE SPACES TO HOUSEHOLD-REPLY.
           IF MS-HOUSEHOLD-ID OF WORK-MEMBER = SPACES
               DISPLAY 'Household primary member ID (blank for '
                   'none): '
           ELSE
               DISPLAY 'Household primary member ID (blank to keep '
                   FUNCTION TRIM(MS-HOUSEHOLD-ID OF WORK-MEMBER)
                   ', - for none): '
           END-IF.
           ACCEPT HOUSEHOLD-REPLY.
           EVALUATE TRUE
               WHEN HOUSEHOLD-REPLY = SPACES
                   CONTINUE
               WHEN HOUSEHOLD-REPLY = '-'
                   MOVE SPACES TO MS-HOUSEHOLD-ID OF WORK-MEMBER
               WHEN HOUSEHOLD-REPLY = MS-MEMBER-ID OF WORK-MEMBER
                   MOVE SPACES TO MS-HOUSEHOLD-ID OF WORK-MEMBER
               WHEN OTHER
                   PERFORM CHECK-HOUSEHOLD-LINK
           END-EVALUATE.

       CHECK-HOUSEHOLD-LINK.
           PERFORM FIND-PRIMARY.
           PERFORM COUNT-SECONDARIES.
           EVALUATE TRUE
               WHEN NOT PRIMARY-FOUND
                   DISPLAY 'Primary member ' HOUSEHOLD-REPLY
                       ' not on file - household kept as was'
               WHEN MS-HOUSEHOLD-ID OF LINK-MEMBER NOT = SPACES
                   AND MS-HOUSEHOLD-ID OF LINK-MEMBER
                       NOT = MS-MEMBER-ID OF LINK-MEMBER
                   DISPLAY HOUSEHOLD-REPLY ' is itself a secondary '
                       'cardholder - link to its primary '
                       MS-HOUSEHOLD-ID OF LINK-MEMBER
               WHEN SECONDARY-COUNT > 0
                   DISPLAY 'This member is primary for '
                       SECONDARY-COUNT ' cardholders - unlink them '
                       'first'
               WHEN OTHER
                   MOVE HOUSEHOLD-REPLY
                       TO MS-HOUSEHOLD-ID OF WORK-MEMBER
           END-EVALUATE.

       FIND-PRIMARY.
           MOVE 'N' TO PRIMARY-FOUND-SW.
           MOVE SPACES TO LINK-MEMBER.
           MOVE HOUSEHOLD-REPLY TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           READ MEMBERSHIP-FILE
               KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MEMBERSHIP-RECORD TO LINK-MEMBER
                   SET PRIMARY-FOUND TO TRUE
           END-READ.

      * How many cardholders name the member being worked on as
      * their primary.  The household ID is not a key, so this is
      * a pass of the file in member-ID order; LINK-MEMBER keeps
      * the primary found above.
       COUNT-SECONDARIES.
           MOVE 0 TO SECONDARY-COUNT.
           PERFORM START-MEMBER-PASS.
           PERFORM COUNT-ONE-SECONDARY UNTIL MEMBER-EOF.

       COUNT-ONE-SECONDARY.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                       = MS-MEMBER-ID OF WORK-MEMBER
                       AND MS-MEMBER-ID OF MEMBERSHIP-RECORD
                           NOT = MS-MEMBER-ID OF WORK-MEMBER
                               ADD 1 TO SECONDARY-COUNT
                   END-IF
           END-READ.

       START-MEMBER-PASS.
           MOVE 'N' TO MEMBER-EOF-SW.
           MOVE LOW-VALUES TO MS-MEMBER-ID OF MEMBERSHIP-RECORD.
           START MEMBERSHIP-FILE
               KEY IS NOT LESS THAN MS-MEMBER-ID OF MEMBERSHIP-RECORD
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START.

      * The inquiry names the household either way round - the
      * primary a cardholder hangs off, or the cardholders hanging
      * off a primary.
       SHOW-HOUSEHOLD.
           IF MS-HOUSEHOLD-ID OF WORK-MEMBER NOT = SPACES
               AND MS-HOUSEHOLD-ID OF WORK-MEMBER
                   NOT = MS-MEMBER-ID OF WORK-MEMBER
                       DISPLAY '  cardholder on the household of '
                           MS-HOUSEHOLD-ID OF WORK-MEMBER
           ELSE
               PERFORM START-MEMBER-PASS
               PERFORM SHOW-ONE-SECONDARY UNTIL MEMBER-EOF
           END-IF.

       SHOW-ONE-SECONDARY.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   IF MS-HOUSEHOLD-ID OF MEMBERSHIP-RECORD
                       = MS-MEMBER-ID OF WORK-MEMBER
                       AND MS-MEMBER-ID OF MEMBERSHIP-RECORD
                           NOT = MS-MEMBER-ID OF WORK-MEMBER
                               DISPLAY '  household cardholder '
                                   MS-MEMBER-ID OF MEMBERSHIP-RECORD
                                   ' ' FUNCTION TRIM(MS-NAME OF
                                       MEMBERSHIP-RECORD)
                   END-IF
           END-READ.

       DEACTIVATE-MEMBER.
           IF NOT MEMBER-FOUND
               DISPLAY 'Member not on file'
           ELSE
               SET MS-LAPSED OF WORK-MEMBER TO TRUE
               PERFORM STORE-WORK-MEMBER
           END-IF.

       REACTIVATE-MEMBER.
           IF NOT MEMBER-FOUND
               DISPLAY 'Member not on file'
           ELSE
               SET MS-ACTIVE OF WORK-MEMBER TO TRUE
               PERFORM STORE-WORK-MEMBER
           END-IF.

       INQUIRE-MEMBER.
           IF NOT MEMBER-FOUND
               DISPLAY 'Member not on file'
           ELSE
               DISPLAY MS-MEMBER-ID OF WORK-MEMBER ' '
               ELSE
                   DISPLAY '  no paid term on file (grandfathered)'
               END-IF
               IF MS-BIRTH-DATE OF WORK-MEMBER NUMERIC
                   AND MS-BIRTH-DATE OF WORK-MEMBER > 0
                       DISPLAY '  born ' MS-BIRTH-DATE OF WORK-MEMBER
               ELSE
                   DISPLAY '  no date of birth on file'
               END-IF
               IF MS-NO-MARKETING OF WORK-MEMBER
                   DISPLAY '  opted out of marketing mailings'
               END-IF
               PERFORM SHOW-HOUSEHOLD
           END-IF.

      * The row was read before the clerk's prompts, and the
      * counter may have sold or drawn down store credit on it
      * since.  The balance belongs to CREDIT-ACCOUNT, so under the
      * update token the row is read again and its current balance
      * carried onto the clerk's edit before the REWRITE - a
      * maintenance edit never puts back a balance the counter has
      * moved on from.
       STORE-WORK-MEMBER.
           SET UL-ACQUIRE TO TRUE.
           MOVE 'MAINTAIN-MEMBER' TO UL-CALLER.
           CALL 'UPDATE-LOCK' USING UPDATE-REQUEST.
           IF UL-REFUSED
               DISPLAY 'Update token busy - change NOT saved'
           ELSE
               MOVE MS-MEMBER-ID OF WORK-MEMBER
                   TO MS-MEMBER-ID OF MEMBERSHIP-RECORD
               READ MEMBERSHIP-FILE
                   KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
                   INVALID KEY
                       DISPLAY 'Member ' MS-MEMBER-ID OF WORK-MEMBER
                           ' has gone from the file - change NOT '
                           'saved'
                   NOT INVALID KEY
                       PERFORM REWRITE-WORK-MEMBER
               END-READ
               SET UL-RELEASE TO TRUE
               CALL 'UPDATE-LOCK' USING UPDATE-REQUEST
           END-IF.

       REWRITE-WORK-MEMBER.
           MOVE MS-CREDIT-BALANCE OF MEMBERSHIP-RECORD
               TO MS-CREDIT-BALANCE OF WORK-MEMBER.
           MOVE WORK-MEMBER TO MEMBERSHIP-RECORD.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   DISPLAY 'Member ' MS-MEMBER-ID OF WORK-MEMBER
                       ' NOT saved - status ' MEMBER-FS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DEACTIVATE-ACTION
                           DISPLAY 'Member deactivated - discount '
                               'no longer applies'
                       WHEN REACTIVATE-ACTION
                           DISPLAY 'Member reactivated'
                       WHEN OTHER
                           DISPLAY 'Member updated'
                   END-EVALUATE
           END-REWRITE.

       END PROGRAM MAINTAIN-MEMBER.
