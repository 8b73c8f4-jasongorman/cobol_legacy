           01 STORE-AT                PIC 9(02) VALUE 0 COMP.
           01 STORE-FOUND-SW          PIC X(01).
               88  STORE-FOUND            VALUE 'Y'.
      * A title's format rows for one store come back together in
      * key order - the title is counted on the first of them.
           01 PRIOR-TITLE-STORE       PIC X(14) VALUE SPACES.
      * Per-store rollup off the store-inventory file - twenty
      * stores is a bigger chain than this shop is planning.
           01 STORE-TOTALS-TABLE.
           END-IF.

           IF STORE-AT > 0
               IF SI-KEY (1:14) NOT = PRIOR-TITLE-STORE
                   ADD 1 TO STORE-TITLE-COUNT (STORE-AT)
               END-IF
               ADD SI-COPIES TO STORE-COPY-COUNT (STORE-AT)
           END-IF.
           MOVE SI-KEY (1:14) TO PRIOR-TITLE-STORE.

       SCAN-STORE-ROLLUP.
           IF STORE-ROLLUP-ID (STORE-IDX) = SI-STORE-ID
