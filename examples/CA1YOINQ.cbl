               OR PAY-ORDER-NUMBER NOT = OINQ-NUMBER-NUM
               SET SOURCE-EOF TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN PAY-IS-REFUND
                       MOVE 'REFUND ' TO PDL-TAG
                   WHEN PAY-IS-CHARGEBACK
                       MOVE 'CHGBK  ' TO PDL-TAG
                   WHEN OTHER
                       MOVE 'PAYMNT ' TO PDL-TAG
               END-EVALUATE
               MOVE PAY-AMOUNT    TO PDL-AMOUNT
               MOVE PAY-METHOD    TO PDL-METHOD
               MOVE PAY-REFERENCE TO PDL-REFERENCE
