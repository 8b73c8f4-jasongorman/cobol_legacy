       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VALUE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The modulus is the largest prime that fits the nine-digit
      * field; the running value times the multiplier plus one byte
      * stays well inside CHAIN-WORK.
           01 CHAIN-MODULUS          PIC 9(09) VALUE 999999937.
           01 CHAIN-MULTIPLIER       PIC 9(03) VALUE 257.
           01 CHAIN-WORK             PIC 9(15) VALUE 0.
           01 CHAIN-QUOTIENT         PIC 9(15) VALUE 0.
           01 SEALED-LENGTH          PIC 9(03) VALUE 0 COMP.
           01 BYTE-IDX               PIC 9(03) VALUE 0 COMP.
       LINKAGE SECTION.
           01 CHAIN-ROW.
               COPY 'price-audit-record.cpy'.
           01 CHAIN-PRIOR            PIC 9(09).
           01 CHAIN-RESULT           PIC 9(09).
       PROCEDURE DIVISION USING CHAIN-ROW, CHAIN-PRIOR, CHAIN-RESULT.
      * Works the control value for one live audit row from the
      * previous row's value and every byte of this row up to and
      * including its sequence number - everything but the control
      * value itself.  Each byte folds in by position, so changing,
      * swapping, adding or removing any character of any row
      * carries through to every control value after it.  The
      * sealer and the verifier both come here, so the two can
      * never disagree on the arithmetic.
       MAIN-PROCEDURE.
           MOVE CHAIN-PRIOR TO CHAIN-WORK.
           COMPUTE SEALED-LENGTH = FUNCTION LENGTH(CHAIN-ROW)
               - FUNCTION LENGTH(AUDIT-CHAIN).
           PERFORM FOLD-ONE-BYTE
               VARYING BYTE-IDX FROM 1 BY 1
               UNTIL BYTE-IDX > SEALED-LENGTH.
           MOVE CHAIN-WORK TO CHAIN-RESULT.
           GOBACK.

       FOLD-ONE-BYTE.
           COMPUTE CHAIN-WORK = CHAIN-WORK * CHAIN-MULTIPLIER
               + FUNCTION ORD(CHAIN-ROW (BYTE-IDX:1)).
           DIVIDE CHAIN-WORK BY CHAIN-MODULUS
               GIVING CHAIN-QUOTIENT REMAINDER CHAIN-WORK.

       END PROGRAM AUDIT-CHAIN-VALUE.
