       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBERSHIP-FILE ASSIGN TO "membership.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MS-MEMBER-ID OF MEMBERSHIP-RECORD
           ALTERNATE RECORD KEY IS MS-NAME OF MEMBERSHIP-RECORD
               WITH DUPLICATES
           FILE STATUS IS MEMBER-FS.

           SELECT NOTICE-FILE ASSIGN TO "renewal-notices.dat"
           01 NOTICES-WRITTEN        PIC 9(06) VALUE 0.
           01 LAPSED-COUNT           PIC 9(06) VALUE 0.
           01 GRANDFATHERED-COUNT    PIC 9(06) VALUE 0.
           01 REWRITE-FAIL-COUNT     PIC 9(06) VALUE 0.
           01 WORK-MEMBER.
               COPY 'membership-record.cpy'.
       PROCEDURE DIVISION.
      * The monthly dues run nobody was doing by hand: one pass of
      * the membership file produces renewal notices for terms
           COMPUTE GRACE-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY-DATE) - GRACE-DAYS).

      * The lapse is rewritten onto the member's row as the pass
      * reaches it, so the pass and the update are one walk of the
      * file in member-ID order.
           OPEN I-O MEMBERSHIP-FILE.
           IF MEMBER-FS NOT = '00'
               DISPLAY 'No membership file - nothing to renew'
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           PERFORM CHECK-ONE-TERM UNTIL MEMBER-EOF.
           CLOSE NOTICE-FILE.
           CLOSE MEMBERSHIP-FILE.

           PERFORM WRITE-RUN-CONTROL.
           IF REWRITE-FAIL-COUNT > 0
               DISPLAY REWRITE-FAIL-COUNT ' lapses could NOT be '
                   'written back'
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'Renewals run: ' NOTICES-WRITTEN ' notices, '
               LAPSED-COUNT ' lapsed past grace, '
               GRANDFATHERED-COUNT ' grandfathered (no term)'.
           STOP RUN.

       CHECK-ONE-TERM.
           READ MEMBERSHIP-FILE NEXT RECORD
               AT END
                   SET MEMBER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   MOVE MEMBERSHIP-RECORD TO WORK-MEMBER
                   PERFORM JUDGE-ONE-TERM
           END-READ.

       JUDGE-ONE-TERM.
           IF MS-LAPSED OF WORK-MEMBER
               CONTINUE
           ELSE
               WHEN MS-TERM-EXPIRY-DATE OF WORK-MEMBER
                   < GRACE-CUTOFF
                       SET MS-LAPSED OF WORK-MEMBER TO TRUE
                       PERFORM REWRITE-LAPSED-MEMBER
               WHEN MS-TERM-EXPIRY-DATE OF WORK-MEMBER
                   <= NOTICE-HORIZON
                       PERFORM WRITE-EXPIRING-NOTICE
           MOVE MS-TERM-EXPIRY-DATE OF WORK-MEMBER
               TO RN-EXPIRY-DATE.

       REWRITE-LAPSED-MEMBER.
           MOVE WORK-MEMBER TO MEMBERSHIP-RECORD.
           REWRITE MEMBERSHIP-RECORD
               INVALID KEY
                   ADD 1 TO REWRITE-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO LAPSED-COUNT
                   PERFORM WRITE-LAPSED-NOTICE
           END-REWRITE.

       WRITE-RUN-CONTROL.
           MOVE 'MEMBERSHIP-RENEWALS' TO RUN-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-END-STAMP.
           MOVE RECORDS-READ TO RUN-RECORDS-READ.
           MOVE NOTICES-WRITTEN TO RUN-RECORDS-WRITTEN.
           MOVE REWRITE-FAIL-COUNT TO RUN-RECORDS-REJECTED.

           OPEN EXTEND JOB-LOG-FILE.
           IF JOB-LOG-FS = '35'
