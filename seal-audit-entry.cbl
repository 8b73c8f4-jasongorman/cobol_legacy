       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEAL-AUDIT-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEQUENCE-FILE ASSIGN TO "audit-sequence.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQUENCE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD SEQUENCE-FILE.
           01 AUDIT-SEQUENCE-RECORD.
               COPY 'audit-sequence-record.cpy'.
       WORKING-STORAGE SECTION.
           01 SEQUENCE-FS            PIC 9(02).
           01 SEQUENCE-WORK.
               COPY 'audit-sequence-record.cpy'.
       LINKAGE SECTION.
           01 SEAL-ROW.
               COPY 'price-audit-record.cpy'.
       PROCEDURE DIVISION USING SEAL-ROW.
      * Seals one live audit row just before its writer appends it:
      * the next sequence number off audit-sequence.dat, and the
      * control value chained from the last row sealed.  The
      * control file is written back before the caller's WRITE, so
      * a row that then fails to land shows as a gap on the next
      * verification rather than passing silently.  With no control
      * file the trail starts a fresh run at 1 - on a trail that
      * was already sealed, the verifier reports that restart.
       MAIN-PROCEDURE.
           MOVE 0 TO SQ-LAST-SEQUENCE OF SEQUENCE-WORK.
           MOVE 0 TO SQ-LAST-CHAIN OF SEQUENCE-WORK.
           MOVE SPACES TO SQ-LAST-TIMESTAMP OF SEQUENCE-WORK.
           MOVE 0 TO SQ-FIRST-MONTH OF SEQUENCE-WORK.
           MOVE 0 TO SQ-ROLLED-SEQUENCE OF SEQUENCE-WORK.
           MOVE 0 TO SQ-ROLLED-CHAIN OF SEQUENCE-WORK.

           OPEN INPUT SEQUENCE-FILE.
           IF SEQUENCE-FS = '00'
               READ SEQUENCE-FILE
                   NOT AT END
                       MOVE AUDIT-SEQUENCE-RECORD TO SEQUENCE-WORK
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.
           IF SQ-FIRST-MONTH OF SEQUENCE-WORK = 0
               MOVE AUDIT-TIMESTAMP OF SEAL-ROW (1:6)
                   TO SQ-FIRST-MONTH OF SEQUENCE-WORK
           END-IF.

           ADD 1 TO SQ-LAST-SEQUENCE OF SEQUENCE-WORK
               GIVING AUDIT-SEQUENCE OF SEAL-ROW.
           CALL 'AUDIT-CHAIN-VALUE' USING SEAL-ROW,
               SQ-LAST-CHAIN OF SEQUENCE-WORK,
               AUDIT-CHAIN OF SEAL-ROW.

           MOVE AUDIT-SEQUENCE OF SEAL-ROW
               TO SQ-LAST-SEQUENCE OF SEQUENCE-WORK.
           MOVE AUDIT-CHAIN OF SEAL-ROW
               TO SQ-LAST-CHAIN OF SEQUENCE-WORK.
           MOVE AUDIT-TIMESTAMP OF SEAL-ROW
               TO SQ-LAST-TIMESTAMP OF SEQUENCE-WORK.

           OPEN OUTPUT SEQUENCE-FILE.
           MOVE SEQUENCE-WORK TO AUDIT-SEQUENCE-RECORD.
           WRITE AUDIT-SEQUENCE-RECORD.
           CLOSE SEQUENCE-FILE.
           GOBACK.

       END PROGRAM SEAL-AUDIT-ENTRY.
