           MOVE REFUND-CURRENCY   TO PAY-CURRENCY-CODE.
           MOVE REFUND-METHOD     TO PAY-METHOD.
           MOVE REFUND-REFERENCE  TO PAY-REFERENCE.
           MOVE 0                 TO PAY-SETTLED-DATE.

           MOVE 'N' TO PAY-WRITE-DONE-SW.
           MOVE 0 TO PAY-WRITE-TRIES.
