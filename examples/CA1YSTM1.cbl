               OR PAY-ORDER-NUMBER NOT = ORD-ORDER-NUMBER
               SET PAYMENT-EOF TO TRUE
           ELSE
               IF PAY-IS-MONEY-OUT
                   SUBTRACT PAY-AMOUNT FROM
                       STMT-ORDER-PAID(STMT-ORDER-COUNT)
               ELSE
