      * exactly as before: the whole file, the 'CA1YBAT1' restart
      * record, its own RUNLOG entry.
      *
      * Before an order is signaled its lines are allocated against
      * STOCKPOS through CA1YSTKU. An order the shelf covers goes
      * ahead as it always has. One it can't cover in full is
      * signaled to CA1YSTAV as OrderBackordered instead: the units
      * that were free stay allocated to it, the short lines are
      * written to BACKORD, and nothing goes to the warehouse or the
      * customer from here - CA1YBKO1 sends the backorder notice and
      * releases the pick once receipts cover it. A backordered order
      * counts as processed. An order CA1YSTAV rejects gives back
      * whatever it was allocated, so a rerun nets to nothing.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YBAT1.
               88 AUDIT-BROWSE-ACTIVE   VALUE 'Y'.
           02 PARTITIONED-RUN-SW        PIC X(01) VALUE 'N'.
               88 PARTITIONED-RUN       VALUE 'Y'.
           02 STOCK-SHORT-SW            PIC X(01) VALUE 'N'.
               88 STOCK-SHORT           VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 ORD-ITEM-IDX               PIC 9(03) VALUE 0.
       01 DRIVER-COUNTERS.
           COPY CA1YWHM.
       01 WHM-ITEM-IDX          PIC 9(03) VALUE 0.
       01 ORDER-QTY-TOTAL       PIC 9(05) VALUE 0.
           COPY CA1YBKO.
       01 STK-REQUEST.
           COPY CA1YSTKC.
       01 BACKORDERED-EVENT     PIC X(32)
               VALUE 'OrderBackordered                '.
      * --------------------------------------------------------------
      * What each line of the current order is still short after
      * allocation, by ORD-ITEM position.
      * --------------------------------------------------------------
       01 LINE-SHORT-TABLE.
           02 LINE-SHORT-QTY    PIC 9(05) OCCURS 50 TIMES.
      * --------------------------------------------------------------
      * The pick queue follows the order's own source (EDI orders on
      * the fan-out file must reach the EDI queue), so the queue is
                           ADD 1 TO ORDERS-REJECTED-CNT
                           PERFORM Audit-Pricing-Rejection
                       WHEN OTHER
                           PERFORM Allocate-Order-Stock
                           PERFORM Validate-Order-Lifecycle
                           IF STAT-EVENT-REJECTED
                               ADD 1 TO ORDERS-REJECTED-CNT
                               PERFORM Release-Order-Allocation
                           ELSE
                               EVALUATE TRUE
                                 WHEN STOCK-SHORT
                                   PERFORM Write-Backorder-Record
                                   ADD 1 TO ORDERS-PROCESSED-CNT
                                 WHEN SUP-IS-SUPPRESSED
                                   ADD 1 TO ORDERS-SUPPRESSED-CNT
                                   PERFORM Audit-Suppressed-Skip
                                       END-IF
                                   END-IF
                               END-EVALUATE
                               IF NOT STOCK-SHORT
                                   PERFORM Publish-Warehouse-Order
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
       Audit-Pricing-Rejection-exit.
           exit.
      * --------------------------------------------------------------
      * Allocate every line of the order against STOCKPOS. Whatever
      * a line couldn't get is remembered by position, and one short
      * line is enough to make the whole order a backorder - the
      * warehouse gets one complete pick, not a pick and an IOU.
      * --------------------------------------------------------------
       Allocate-Order-Stock section.
           MOVE 'N' TO STOCK-SHORT-SW.
           PERFORM Allocate-Order-Line
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.
       Allocate-Order-Stock-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YSTKU for one line's units.
      * --------------------------------------------------------------
       Allocate-Order-Line section.
           SET STK-ALLOCATE TO TRUE.
           MOVE ORD-ITEM-SKU(ORD-ITEM-IDX)      TO STK-IN-SKU.
           MOVE ORD-ITEM-QUANTITY(ORD-ITEM-IDX) TO STK-IN-QUANTITY.
           EXEC CICS LINK PROGRAM('CA1YSTKU')
               COMMAREA(STK-REQUEST)
           END-EXEC.
           MOVE STK-OUT-SHORT TO LINE-SHORT-QTY(ORD-ITEM-IDX).
           IF STK-OUT-SHORT > 0
               SET STOCK-SHORT TO TRUE
           END-IF.
       Allocate-Order-Line-exit.
           exit.
      * --------------------------------------------------------------
      * CA1YSTAV turned the order away (a rerun, or the same order
      * keyed twice), so give back what Allocate-Order-Stock just
      * took: the allocated units and the backordered ones.
      * --------------------------------------------------------------
       Release-Order-Allocation section.
           PERFORM Release-Order-Line
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.
       Release-Order-Allocation-exit.
           exit.
      * --------------------------------------------------------------
      * Give back one line's allocation.
      * --------------------------------------------------------------
       Release-Order-Line section.
           MOVE ORD-ITEM-SKU(ORD-ITEM-IDX) TO STK-IN-SKU.
           IF ORD-ITEM-QUANTITY(ORD-ITEM-IDX)
                   > LINE-SHORT-QTY(ORD-ITEM-IDX)
               SET STK-UNALLOCATE TO TRUE
               COMPUTE STK-IN-QUANTITY =
                   ORD-ITEM-QUANTITY(ORD-ITEM-IDX)
                   - LINE-SHORT-QTY(ORD-ITEM-IDX)
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC
           END-IF.
           IF LINE-SHORT-QTY(ORD-ITEM-IDX) > 0
               SET STK-UNBACKORDER TO TRUE
               MOVE LINE-SHORT-QTY(ORD-ITEM-IDX) TO STK-IN-QUANTITY
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC
           END-IF.
       Release-Order-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Put the order on BACKORD with just its short lines, open and
      * with the customer's notice still to go, for CA1YBKO1.
      * --------------------------------------------------------------
       Write-Backorder-Record section.
           MOVE ORD-ORDER-NUMBER TO BKO-ORDER-NUMBER.
           SET BKO-OPEN          TO TRUE.
           SET BKO-NOTICE-PENDING TO TRUE.
           MOVE EIBDATE          TO BKO-CREATED-DATE.
           MOVE EIBTIME          TO BKO-CREATED-TIME.
           MOVE 0                TO BKO-CLOSED-DATE.
           MOVE 0                TO BKO-LINE-COUNT.
           PERFORM Load-Backorder-Line
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.
           EXEC CICS WRITE FILE(BACKORDER-FILE-NAME)
               FROM(CA1Y-BACKORDER-RECORD)
               RIDFLD(BKO-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF BKO-ORDER-NUMBER)
           END-EXEC.
       Write-Backorder-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Carry one line across if it came up short.
      * --------------------------------------------------------------
       Load-Backorder-Line section.
           IF LINE-SHORT-QTY(ORD-ITEM-IDX) > 0
               ADD 1 TO BKO-LINE-COUNT
               MOVE ORD-ITEM-IDX
                   TO BKO-LINE-ITEM-NO(BKO-LINE-COUNT)
               MOVE ORD-ITEM-SKU(ORD-ITEM-IDX)
                   TO BKO-LINE-SKU(BKO-LINE-COUNT)
               MOVE ORD-ITEM-DESCRIPTION(ORD-ITEM-IDX)
                   TO BKO-LINE-DESCRIPTION(BKO-LINE-COUNT)
               MOVE LINE-SHORT-QTY(ORD-ITEM-IDX)
                   TO BKO-LINE-QTY-SHORT(BKO-LINE-COUNT)
           END-IF.
       Load-Backorder-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Hand CA1YSTAV this OrderPlaced against this order and let it
      * decide whether the lifecycle allows it - a duplicate placed
      * (a rerun, or the same order keyed twice) is blocked before
      * any container is PUT, and CA1YSTAV writes the rejection to
      * AUDITLOG itself. Here a rejection counts the record and the
      * run moves on, where CA1YCOB1 abends for its one order. An
      * order allocation left short goes in as OrderBackordered, so
      * its lifecycle record starts out waiting on stock.
      * --------------------------------------------------------------
       Validate-Order-Lifecycle section.
           MOVE 0 TO ORDER-QTY-TOTAL.
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.

           IF STOCK-SHORT
               MOVE BACKORDERED-EVENT TO STAT-IN-EVENT-NAME
           ELSE
               MOVE EVENT         TO STAT-IN-EVENT-NAME
           END-IF.
           MOVE ORDER-NUMBER  TO STAT-IN-ORDER-NUMBER.
           MOVE EVENT-CHANNEL TO STAT-IN-CHANNEL-NAME.
           MOVE CUST-EMAIL    TO STAT-IN-RECIPIENT.
