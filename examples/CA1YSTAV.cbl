      *
      *   OrderPlaced     - rejected when the order already has any
      *                     lifecycle record (duplicate placed);
      *   OrderBackordered - the same, for an order the fan-out
      *                     could not allocate in full; the record
      *                     starts out backordered instead of placed;
      *   BackorderReleased - rejected unless the order is waiting
      *                     on stock; moves it back to placed (or
      *                     paid, if the money came in meanwhile);
      *   OrderShipped    - rejected when there is no record, when
      *                     the order was cancelled or is still
      *                     backordered, or when every unit has
      *                     already shipped; a consignment covering
      *                     part of the order moves it to
      *                     part-shipped and accumulates the shipped
      *                     quantity, so the second box is welcome
      *                     and the same box twice is not;
      *                     carrier already reported it delivered -
      *                     the feed replays a parcel's final status
      *                     every day and the customer gets one note.
      *   OrderAmended    - rejected unless the order is placed
      *                     or paid - once it is backordered, part-
      *                     shipped or further along, the warehouse
      *                     is already working from the lines as
      *                     they stand; an allowed amendment records
      *                     the revised unit count and leaves the
      *                     state where it was.
      *
      * An allowed event updates the lifecycle record as part of the
      * same decision, so the next producer sees it. A rejected event
               VALUE 'RefundIssued                    '.
           02 ORDERDELIVERED-EVENT-NAME PIC X(32)
               VALUE 'OrderDelivered                  '.
           02 ORDERBACKORDERED-EVENT-NAME PIC X(32)
               VALUE 'OrderBackordered                '.
           02 BACKORDERRELEASED-EVENT-NAME PIC X(32)
               VALUE 'BackorderReleased               '.
           02 ORDERAMENDED-EVENT-NAME   PIC X(32)
               VALUE 'OrderAmended                    '.
       01 SWITCHES.
           02 STATUS-FOUND-SW           PIC X(01) VALUE 'N'.
               88 STATUS-FOUND          VALUE 'Y'.
                   PERFORM Validate-Refund-Issued
               WHEN STAT-IN-EVENT-NAME = ORDERDELIVERED-EVENT-NAME
                   PERFORM Validate-Order-Delivered
               WHEN STAT-IN-EVENT-NAME = ORDERBACKORDERED-EVENT-NAME
                   PERFORM Validate-Order-Backordered
               WHEN STAT-IN-EVENT-NAME = BACKORDERRELEASED-EVENT-NAME
                   PERFORM Validate-Backorder-Released
               WHEN STAT-IN-EVENT-NAME = ORDERAMENDED-EVENT-NAME
                   PERFORM Validate-Order-Amended
               WHEN OTHER
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'UNKNOWN EVENT   ' TO STAT-OUT-REASON
       Validate-Order-Placed-exit.
           exit.
      * --------------------------------------------------------------
      * A backordered order is a placed order that starts out
      * waiting on stock - new, exactly as OrderPlaced requires, but
      * written backordered so nothing downstream ships it.
      * --------------------------------------------------------------
       Validate-Order-Backordered section.
           IF STATUS-FOUND
               SET STAT-EVENT-REJECTED TO TRUE
               MOVE 'DUPLICATE PLACED' TO STAT-OUT-REASON
           ELSE
               MOVE STAT-IN-ORDER-NUMBER TO OSTAT-ORDER-NUMBER
               MOVE 'B' TO OSTAT-STATUS
               MOVE STAT-IN-ORDER-QUANTITY TO OSTAT-QTY-ORDERED
               MOVE 0 TO OSTAT-QTY-SHIPPED
               PERFORM Stamp-Last-Event
               EXEC CICS WRITE FILE(ORDER-STATUS-FILE-NAME)
                   FROM(CA1Y-ORDER-STATUS-RECORD)
                   RIDFLD(OSTAT-ORDER-NUMBER)
                   KEYLENGTH(LENGTH OF OSTAT-ORDER-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'DUPLICATE PLACED' TO STAT-OUT-REASON
               END-IF
           END-IF.
       Validate-Order-Backordered-exit.
           exit.
      * --------------------------------------------------------------
      * A release needs an order still waiting on stock - a
      * cancelled backorder stays cancelled. It goes back to where
      * it would have been without the wait: paid if the payment
      * arrived meanwhile, placed otherwise.
      * --------------------------------------------------------------
       Validate-Backorder-Released section.
           EVALUATE TRUE
               WHEN NOT STATUS-FOUND
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'NO ORDER STATUS ' TO STAT-OUT-REASON
               WHEN OSTAT-CANCELLED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'CANCELLED ORDER ' TO STAT-OUT-REASON
               WHEN NOT OSTAT-BACKORDERED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'NOT BACKORDERED ' TO STAT-OUT-REASON
               WHEN OTHER
                   IF OSTAT-BACKORDERED-PAID
                       MOVE 'Y' TO OSTAT-STATUS
                   ELSE
                       MOVE 'P' TO OSTAT-STATUS
                   END-IF
                   PERFORM Rewrite-Order-Status
           END-EVALUATE.
       Validate-Backorder-Released-exit.
           exit.
      * --------------------------------------------------------------
      * A shipment needs a live order with units still to ship. The
      * consignment's quantity accumulates onto the lifecycle record:
      * the order moves to part-shipped until the units add up to
               WHEN OSTAT-CANCELLED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'CANCELLED ORDER ' TO STAT-OUT-REASON
               WHEN OSTAT-BACKORDERED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'BACKORDERED     ' TO STAT-OUT-REASON
               WHEN OSTAT-SHIPPED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'ALREADY SHIPPED ' TO STAT-OUT-REASON
           exit.
      * --------------------------------------------------------------
      * A payment needs a live order. Paying moves a placed order to
      * paid, and a backordered one to backordered-and-paid; an order
      * already shipped stays shipped - the payment is in sequence,
      * it just doesn't walk the lifecycle back.
      * --------------------------------------------------------------
       Validate-Payment-Received section.
           EVALUATE TRUE
                   IF OSTAT-PLACED
                       MOVE 'Y' TO OSTAT-STATUS
                   END-IF
                   IF OSTAT-STATUS = 'B'
                       MOVE 'W' TO OSTAT-STATUS
                   END-IF
                   PERFORM Rewrite-Order-Status
           END-EVALUATE.
       Validate-Payment-Received-exit.
       Validate-Order-Delivered-exit.
           exit.
      * --------------------------------------------------------------
      * An amendment needs an order nobody has started picking: placed
      * or paid, nothing else. The revised unit count replaces the
      * one the order was placed for, so the consignments still add
      * up to it when they ship.
      * --------------------------------------------------------------
       Validate-Order-Amended section.
           EVALUATE TRUE
               WHEN NOT STATUS-FOUND
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'NO ORDER STATUS ' TO STAT-OUT-REASON
               WHEN OSTAT-CANCELLED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'CANCELLED ORDER ' TO STAT-OUT-REASON
               WHEN OSTAT-BACKORDERED
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'BACKORDERED     ' TO STAT-OUT-REASON
               WHEN NOT OSTAT-PLACED AND NOT OSTAT-PAID
                   SET STAT-EVENT-REJECTED TO TRUE
                   MOVE 'ALREADY SHIPPED ' TO STAT-OUT-REASON
               WHEN OTHER
                   MOVE STAT-IN-ORDER-QUANTITY TO OSTAT-QTY-ORDERED
                   PERFORM Rewrite-Order-Status
           END-EVALUATE.
       Validate-Order-Amended-exit.
           exit.
      * --------------------------------------------------------------
      * Record the accepted event on the lifecycle record.
      * --------------------------------------------------------------
       Rewrite-Order-Status section.
