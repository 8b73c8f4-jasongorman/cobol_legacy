       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHORIZE-ACTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FS.

           SELECT LIMIT-FILE ASSIGN TO "authority-limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIMIT-FS.

           SELECT AUTHORITY-LOG-FILE ASSIGN TO "authority.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTH-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           01 OPERATOR-RECORD.
               COPY 'operator-record.cpy'.

       FD LIMIT-FILE.
           01 AUTHORITY-LIMIT-RECORD.
               COPY 'authority-limit-record.cpy'.

       FD AUTHORITY-LOG-FILE.
           01 AUTHORITY-LOG-RECORD.
               COPY 'authority-log-record.cpy'.
       WORKING-STORAGE SECTION.
           01 OPERATOR-FS            PIC 9(02).
           01 LIMIT-FS               PIC 9(02).
           01 AUTH-LOG-FS            PIC 9(02).
           01 OPERATOR-EOF-SW        PIC X(01).
               88  OPERATOR-EOF          VALUE 'Y'.
           01 LIMIT-EOF-SW           PIC X(01).
               88  LIMIT-EOF             VALUE 'Y'.
           01 UNCHECKED-SW           PIC X(01).
               88  FILE-UNCHECKED        VALUE 'Y'.
           01 OPERATOR-FOUND-SW      PIC X(01).
               88  OPERATOR-FOUND        VALUE 'Y'.
           01 ROLE-ROW-SW            PIC X(01).
               88  ROLE-ROW-FOUND        VALUE 'Y'.
       LINKAGE SECTION.
           01 AUTHORITY-REQUEST.
               COPY 'authority-request.cpy'.
       PROCEDURE DIVISION USING AUTHORITY-REQUEST.
      * Decides whether AQ-AUTHORIZER may sign off AQ-ACTION for
      * AQ-AMOUNT.  The initials must be an active operator; the
      * operator's role must have a row for the action on the
      * limits file (a manager needs none); and the amount must
      * sit inside that row's ceiling.  A shop with no operator
      * file is let through unchecked, the same forgiveness the
      * counter sign-on extends - the decision is still logged.
       MAIN-PROCEDURE.
           MOVE SPACES TO AQ-AUTHORIZER-NAME.
           MOVE SPACE TO AQ-AUTHORIZER-ROLE.
           MOVE 0 TO AQ-LIMIT.
           MOVE 'N' TO UNCHECKED-SW.

           PERFORM FIND-AUTHORIZER.
           EVALUATE TRUE
               WHEN FILE-UNCHECKED
                   SET AQ-GRANTED TO TRUE
               WHEN NOT OPERATOR-FOUND
                   SET AQ-NOT-ON-FILE TO TRUE
               WHEN OTHER
                   PERFORM JUDGE-AUTHORITY
           END-EVALUATE.

           PERFORM WRITE-AUTHORITY-LOG.
           GOBACK.

       FIND-AUTHORIZER.
           MOVE 'N' TO OPERATOR-FOUND-SW.
           MOVE 'N' TO OPERATOR-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FS NOT = '00'
               SET FILE-UNCHECKED TO TRUE
           ELSE
               PERFORM CHECK-ONE-OPERATOR UNTIL OPERATOR-EOF
               CLOSE OPERATOR-FILE
           END-IF.

      * A disabled operator is no authorizer at all - the same
      * answer as initials nobody recognizes.
       CHECK-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   SET OPERATOR-EOF TO TRUE
               NOT AT END
                   IF OP-INITIALS = AQ-AUTHORIZER
                       AND AQ-AUTHORIZER NOT = SPACES
                       AND OP-ACTIVE
                           SET OPERATOR-FOUND TO TRUE
                           SET OPERATOR-EOF TO TRUE
                           MOVE OP-NAME TO AQ-AUTHORIZER-NAME
                           IF OP-ROLE = SPACE
                               MOVE 'C' TO AQ-AUTHORIZER-ROLE
                           ELSE
                               MOVE OP-ROLE TO AQ-AUTHORIZER-ROLE
                           END-IF
                   END-IF
           END-READ.

       JUDGE-AUTHORITY.
           MOVE 'N' TO ROLE-ROW-SW.
           MOVE 'N' TO LIMIT-EOF-SW.
           OPEN INPUT LIMIT-FILE.
           IF LIMIT-FS = '00'
               PERFORM CHECK-ONE-LIMIT UNTIL LIMIT-EOF
               CLOSE LIMIT-FILE
           END-IF.

           EVALUATE TRUE
               WHEN NOT ROLE-ROW-FOUND
                   AND AQ-AUTHORIZER-ROLE = 'M'
                       SET AQ-GRANTED TO TRUE
               WHEN NOT ROLE-ROW-FOUND
                   SET AQ-ROLE-TOO-LOW TO TRUE
               WHEN AQ-LIMIT > 0 AND AQ-AMOUNT > AQ-LIMIT
                   SET AQ-OVER-LIMIT TO TRUE
               WHEN OTHER
                   SET AQ-GRANTED TO TRUE
           END-EVALUATE.

       CHECK-ONE-LIMIT.
           READ LIMIT-FILE
               AT END
                   SET LIMIT-EOF TO TRUE
               NOT AT END
                   IF AL-ACTION = AQ-ACTION
                       AND AL-ROLE = AQ-AUTHORIZER-ROLE
                           SET ROLE-ROW-FOUND TO TRUE
                           SET LIMIT-EOF TO TRUE
                           IF AL-LIMIT NUMERIC
                               MOVE AL-LIMIT TO AQ-LIMIT
                           END-IF
                   END-IF
           END-READ.

       WRITE-AUTHORITY-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AT-TIMESTAMP.
           MOVE AQ-PROGRAM TO AT-PROGRAM.
           MOVE AQ-ACTION TO AT-ACTION.
           MOVE AQ-REQUESTER TO AT-REQUESTER.
           MOVE AQ-AUTHORIZER TO AT-AUTHORIZER.
           MOVE AQ-AUTHORIZER-ROLE TO AT-ROLE.
           MOVE AQ-AMOUNT TO AT-AMOUNT.
           MOVE AQ-RESULT TO AT-RESULT.
           MOVE AQ-STORE-ID TO AT-STORE-ID.

           OPEN EXTEND AUTHORITY-LOG-FILE.
           IF AUTH-LOG-FS = '35'
               OPEN OUTPUT AUTHORITY-LOG-FILE
               CLOSE AUTHORITY-LOG-FILE
               OPEN EXTEND AUTHORITY-LOG-FILE
           END-IF.

           WRITE AUTHORITY-LOG-RECORD.

           CLOSE AUTHORITY-LOG-FILE.

       END PROGRAM AUTHORIZE-ACTION.
