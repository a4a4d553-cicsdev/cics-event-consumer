      * customer whose window is closed is simply left for the next
      * run - the record isn't stamped, so nothing is lost.
      *
      * A chargeback puts an order back in debt long after it left
      * placed. CA1YSTL1 flags the order's DUNNING record when the
      * processor reports one, and a second pass here works every
      * flagged order whose series isn't finished - paid, shipped or
      * delivered, not cancelled or sent back - through the same
      * check and reminder series, straight away rather than after
      * the placed-order age threshold: the money has already gone.
      * A flagged order whose payments cover it again (the customer
      * paid a second time) has its flag cleared instead.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - schedule it
      * daily via an interval-controlled START.
               88 REMINDER-DUE          VALUE 'Y'.
           02 DUNNING-ON-FILE-SW        PIC X(01) VALUE 'N'.
               88 DUNNING-ON-FILE       VALUE 'Y'.
           02 DUNNING-EOF-SW            PIC X(01) VALUE 'N'.
               88 DUNNING-EOF            VALUE 'Y'.
           02 CHARGEBACK-PASS-SW        PIC X(01) VALUE 'N'.
               88 CHARGEBACK-PASS       VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 DRIVER-COUNTERS.
           02 REMINDERS-SENT-CNT        PIC 9(07) VALUE 0.
               03 STAMP-DDD             PIC 9(03).
           02 STAMP-YEAR                PIC 9(04) VALUE 0.
       01 PAYMENT-NET-SUM            PIC S9(11)V99 VALUE 0.
      * --------------------------------------------------------------
      * Charged-back orders collected off DUNNING before any of them
      * is worked, so the browse isn't held across the sends and the
      * record updates. Any beyond the table wait for the next run.
      * --------------------------------------------------------------
       01 CHARGEBACK-TABLE.
           02 CHARGEBACK-COUNT          PIC 9(03) VALUE 0.
           02 CHARGEBACK-LIMIT          PIC 9(03) VALUE 500.
           02 CHARGEBACK-ORDER OCCURS 500 TIMES
                                        PIC 9(08).
       01 CHARGEBACK-IDX             PIC 9(03) VALUE 0.
       01 NEXT-DUN-LEVEL             PIC 9(01) VALUE 0.
       01 REMINDER-EVENT-NAME        PIC X(32) VALUE SPACES.
       01 CONFIG.
       Main-program section.
           PERFORM Initialize-Driver.
           PERFORM Process-Status-Record UNTIL STATUS-EOF.
           PERFORM Terminate-Status-Browse.
           PERFORM Process-Chargeback-Orders.
           PERFORM Terminate-Driver.

           EXEC CICS RETURN END-EXEC.
                           PERFORM Send-Due-Reminder
                       END-IF
                   END-IF
               ELSE
                   IF CHARGEBACK-PASS
                       PERFORM Clear-Chargeback-Flag
                   END-IF
               END-IF
           END-IF.
       Consider-Dunning-Order-exit.
               OR PAY-ORDER-NUMBER NOT = ORD-ORDER-NUMBER
               SET PAYMENT-EOF TO TRUE
           ELSE
               IF PAY-IS-MONEY-OUT
                   SUBTRACT PAY-AMOUNT FROM PAYMENT-NET-SUM
               ELSE
                   ADD PAY-AMOUNT TO PAYMENT-NET-SUM
               MOVE 0 TO DUN-LEVEL
               MOVE 0 TO DUN-LAST-SENT-DATE
               MOVE 0 TO DUN-LAST-SENT-TIME
               MOVE 0 TO DUN-CHARGEBACK-DATE
           ELSE
               SET DUNNING-ON-FILE TO TRUE
           END-IF.
       Read-Next-Status-exit.
           exit.
      * --------------------------------------------------------------
      * End the ORDSTAT browse.
      * --------------------------------------------------------------
       Terminate-Status-Browse section.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(ORDER-STATUS-FILE-NAME) END-EXEC
               MOVE 'N' TO BROWSE-ACTIVE-SW
           END-IF.
       Terminate-Status-Browse-exit.
           exit.
      * --------------------------------------------------------------
      * Pass 2: collect the charged-back orders off DUNNING, then
      * work each one whose lifecycle still says the goods were
      * paid for and kept. A placed order was pass 1's business.
      * --------------------------------------------------------------
       Process-Chargeback-Orders section.
           MOVE 0 TO CHARGEBACK-COUNT.
           MOVE 0 TO DUN-ORDER-NUMBER.
           EXEC CICS STARTBR FILE(DUNNING-FILE-NAME)
               RIDFLD(DUN-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF DUN-ORDER-NUMBER)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM Collect-Next-Chargeback
                   UNTIL DUNNING-EOF
                   OR CHARGEBACK-COUNT >= CHARGEBACK-LIMIT
               EXEC CICS ENDBR FILE(DUNNING-FILE-NAME) END-EXEC
           END-IF.

           SET CHARGEBACK-PASS TO TRUE.
           PERFORM Work-Chargeback-Order
               VARYING CHARGEBACK-IDX FROM 1 BY 1
               UNTIL CHARGEBACK-IDX > CHARGEBACK-COUNT.
       Process-Chargeback-Orders-exit.
           exit.
      * --------------------------------------------------------------
      * A flagged order is collected only while its series has a
      * reminder left to send.
      * --------------------------------------------------------------
       Collect-Next-Chargeback section.
           EXEC CICS READNEXT FILE(DUNNING-FILE-NAME)
               INTO(CA1Y-DUNNING-RECORD)
               RIDFLD(DUN-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF DUN-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET DUNNING-EOF TO TRUE
           ELSE
               IF DUN-CHARGEBACK-DATE > 0
                   AND DUN-LEVEL < DUN-MAX-LEVEL
                   ADD 1 TO CHARGEBACK-COUNT
                   MOVE DUN-ORDER-NUMBER
                       TO CHARGEBACK-ORDER(CHARGEBACK-COUNT)
               END-IF
           END-IF.
       Collect-Next-Chargeback-exit.
           exit.
      * --------------------------------------------------------------
      * Placed orders were considered in pass 1; cancelled, returned
      * and refunded ones owe nothing, whatever the processor did.
      * --------------------------------------------------------------
       Work-Chargeback-Order section.
           MOVE CHARGEBACK-ORDER(CHARGEBACK-IDX)
               TO OSTAT-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-STATUS-FILE-NAME)
               INTO(CA1Y-ORDER-STATUS-RECORD)
               RIDFLD(OSTAT-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF OSTAT-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF NOT OSTAT-PLACED
                   AND NOT OSTAT-CANCELLED
                   AND NOT OSTAT-RETURNED
                   AND NOT OSTAT-REFUNDED
                   PERFORM Consider-Dunning-Order
               END-IF
           END-IF.
       Work-Chargeback-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The order's payments cover it again, so the chargeback is
      * settled as far as dunning is concerned.
      * --------------------------------------------------------------
       Clear-Chargeback-Flag section.
           MOVE ORD-ORDER-NUMBER TO DUN-ORDER-NUMBER.
           EXEC CICS READ FILE(DUNNING-FILE-NAME)
               INTO(CA1Y-DUNNING-RECORD)
               RIDFLD(DUN-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF DUN-ORDER-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO DUN-CHARGEBACK-DATE
               EXEC CICS REWRITE FILE(DUNNING-FILE-NAME)
                   FROM(CA1Y-DUNNING-RECORD)
               END-EXEC
           END-IF.
       Clear-Chargeback-Flag-exit.
           exit.
      * --------------------------------------------------------------
      * Record the run.
      * --------------------------------------------------------------
       Terminate-Driver section.
           PERFORM Write-Run-History.
       Terminate-Driver-exit.
           exit.
