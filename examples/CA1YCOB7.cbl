           MOVE PAYMENT-CURRENCY  TO PAY-CURRENCY-CODE.
           MOVE PAYMENT-METHOD    TO PAY-METHOD.
           MOVE PAYMENT-REFERENCE TO PAY-REFERENCE.
           MOVE 0                 TO PAY-SETTLED-DATE.

           MOVE 'N' TO PAY-WRITE-DONE-SW.
           MOVE 0 TO PAY-WRITE-TRIES.
