           MOVE TODAY-DATE TO FSET-SETTLED-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO FSET-TIMESTAMP.
           MOVE 'AGY' TO FSET-OPERATOR.
           MOVE SPACES TO FSET-STORE-ID.

           OPEN EXTEND FEE-SETTLEMENT-FILE.
           IF SETTLE-FS = '35'
