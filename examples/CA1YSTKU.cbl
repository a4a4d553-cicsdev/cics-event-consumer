       Process cics('cobol3,sp')
       Process arith(extend) trunc(bin) list map xref rent
      *****************************************************************
      * Licensed Materials - Property of IBM
      *
      * cics-event-consumer
      *
      * (c) Copyright IBM Corp. 2012 - 2024 All Rights Reserved
      *
      *  US Government Users Restricted Rights - Use, duplication,
      *  or disclosure restricted by GSA ADP Schedule Contract with
      *  IBM Corporation.
      *****************************************************************
      *
      * CA1YSTKU is LINKed by everything that moves stock - the
      * order fan-out allocating, the shipment paths relieving, the
      * returns run and the receipts run putting units back on the
      * shelf, cancellation giving allocations up - once per SKU,
      * with what happened to how many units (copybooks/CA1YSTKC.cpy
      * lists the actions). It holds the STOCKPOS record
      * (copybooks/CA1YSTK.cpy) for update across the arithmetic, so
      * two partitions of the fan-out allocating the last few units
      * of the same SKU serialize here instead of both getting them.
      *
      * A SKU with no STOCKPOS record is not stock-controlled:
      * allocation and fill succeed in full and come back
      * STK-OUT-NOT-TRACKED, and the other actions have nothing to
      * do - except a receipt, which is how an item is counted in and
      * so writes the SKU's first record.
      *
      * Any STOCKPOS failure other than not-found abends: a stock
      * movement quietly lost is a count someone trusts tomorrow.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YSTKU.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YSTK.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 STOCK-FREE-QTY            PIC 9(07) VALUE 0.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
           COPY CA1YSTKC.
       Procedure division.
       Main-program section.
           SET STK-OUT-DONE TO TRUE.
           MOVE 0 TO STK-OUT-ALLOCATED.
           MOVE 0 TO STK-OUT-SHORT.

           MOVE STK-IN-SKU TO STK-SKU.
           EXEC CICS READ FILE(STOCK-FILE-NAME)
               INTO(CA1Y-STOCK-RECORD)
               RIDFLD(STK-SKU)
               KEYLENGTH(LENGTH OF STK-SKU)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM Apply-Stock-Movement
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM Handle-Untracked-Sku
               WHEN OTHER
                   EXEC CICS ABEND ABCODE('CA1K') END-EXEC
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * The record is held for update: work out what is free to
      * promise, apply the caller's action, and rewrite - or, for a
      * refused fill, let the record go untouched.
      * --------------------------------------------------------------
       Apply-Stock-Movement section.
           IF STK-ON-HAND > STK-ALLOCATED
               COMPUTE STOCK-FREE-QTY = STK-ON-HAND - STK-ALLOCATED
           ELSE
               MOVE 0 TO STOCK-FREE-QTY
           END-IF.

           EVALUATE TRUE
               WHEN STK-ALLOCATE
                   PERFORM Allocate-Order-Units
               WHEN STK-FILL-BACKORDER
                   PERFORM Fill-Backordered-Units
               WHEN STK-KEEP-SHORT
                   PERFORM Reduce-Allocated
                   ADD STK-IN-QUANTITY TO STK-BACKORDERED
               WHEN STK-UNALLOCATE
                   PERFORM Reduce-Allocated
               WHEN STK-UNBACKORDER
                   PERFORM Reduce-Backordered
               WHEN STK-SHIP
                   PERFORM Reduce-Allocated
                   IF STK-ON-HAND > STK-IN-QUANTITY
                       SUBTRACT STK-IN-QUANTITY FROM STK-ON-HAND
                   ELSE
                       MOVE 0 TO STK-ON-HAND
                   END-IF
               WHEN STK-RETURN
                   ADD STK-IN-QUANTITY TO STK-ON-HAND
               WHEN STK-RECEIPT
                   ADD STK-IN-QUANTITY TO STK-ON-HAND
                   MOVE EIBDATE TO STK-LAST-RECEIPT-DATE
           END-EVALUATE.

           IF STK-OUT-FILL-REFUSED
               EXEC CICS UNLOCK FILE(STOCK-FILE-NAME) END-EXEC
           ELSE
               MOVE EIBDATE TO STK-LAST-UPDATE-DATE
               MOVE EIBTIME TO STK-LAST-UPDATE-TIME
               EXEC CICS REWRITE FILE(STOCK-FILE-NAME)
                   FROM(CA1Y-STOCK-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS ABEND ABCODE('CA1K') END-EXEC
               END-IF
           END-IF.
       Apply-Stock-Movement-exit.
           exit.
      * --------------------------------------------------------------
      * An order line takes what is free, up to what it asked for;
      * whatever the shelf can't cover is counted backordered and
      * handed back so the caller can record the shortfall.
      * --------------------------------------------------------------
       Allocate-Order-Units section.
           IF STOCK-FREE-QTY >= STK-IN-QUANTITY
               MOVE STK-IN-QUANTITY TO STK-OUT-ALLOCATED
           ELSE
               MOVE STOCK-FREE-QTY TO STK-OUT-ALLOCATED
               COMPUTE STK-OUT-SHORT =
                   STK-IN-QUANTITY - STOCK-FREE-QTY
               ADD STK-OUT-SHORT TO STK-BACKORDERED
           END-IF.
           ADD STK-OUT-ALLOCATED TO STK-ALLOCATED.
       Allocate-Order-Units-exit.
           exit.
      * --------------------------------------------------------------
      * A backordered line is filled whole or not at all - half a
      * line released to the warehouse is a second backorder, not a
      * release.
      * --------------------------------------------------------------
       Fill-Backordered-Units section.
           IF STOCK-FREE-QTY >= STK-IN-QUANTITY
               MOVE STK-IN-QUANTITY TO STK-OUT-ALLOCATED
               ADD STK-IN-QUANTITY TO STK-ALLOCATED
               PERFORM Reduce-Backordered
           ELSE
               SET STK-OUT-FILL-REFUSED TO TRUE
               MOVE STK-IN-QUANTITY TO STK-OUT-SHORT
           END-IF.
       Fill-Backordered-Units-exit.
           exit.
      * --------------------------------------------------------------
      * Take units out of allocated, stopping at zero.
      * --------------------------------------------------------------
       Reduce-Allocated section.
           IF STK-ALLOCATED > STK-IN-QUANTITY
               SUBTRACT STK-IN-QUANTITY FROM STK-ALLOCATED
           ELSE
               MOVE 0 TO STK-ALLOCATED
           END-IF.
       Reduce-Allocated-exit.
           exit.
      * --------------------------------------------------------------
      * Take units out of backordered, stopping at zero.
      * --------------------------------------------------------------
       Reduce-Backordered section.
           IF STK-BACKORDERED > STK-IN-QUANTITY
               SUBTRACT STK-IN-QUANTITY FROM STK-BACKORDERED
           ELSE
               MOVE 0 TO STK-BACKORDERED
           END-IF.
       Reduce-Backordered-exit.
           exit.
      * --------------------------------------------------------------
      * No STOCKPOS record. A receipt counts the SKU in; a request
      * for units is granted in full, untracked; anything else has
      * no count to move.
      * --------------------------------------------------------------
       Handle-Untracked-Sku section.
           EVALUATE TRUE
               WHEN STK-RECEIPT
                   MOVE STK-IN-SKU      TO STK-SKU
                   MOVE STK-IN-QUANTITY TO STK-ON-HAND
                   MOVE 0               TO STK-ALLOCATED
                   MOVE 0               TO STK-BACKORDERED
                   MOVE EIBDATE         TO STK-LAST-RECEIPT-DATE
                   MOVE EIBDATE         TO STK-LAST-UPDATE-DATE
                   MOVE EIBTIME         TO STK-LAST-UPDATE-TIME
                   EXEC CICS WRITE FILE(STOCK-FILE-NAME)
                       FROM(CA1Y-STOCK-RECORD)
                       RIDFLD(STK-SKU)
                       KEYLENGTH(LENGTH OF STK-SKU)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS ABEND ABCODE('CA1K') END-EXEC
                   END-IF
               WHEN STK-ALLOCATE OR STK-FILL-BACKORDER
                   SET STK-OUT-NOT-TRACKED TO TRUE
                   MOVE STK-IN-QUANTITY TO STK-OUT-ALLOCATED
               WHEN OTHER
                   SET STK-OUT-NOT-TRACKED TO TRUE
           END-EVALUATE.
       Handle-Untracked-Sku-exit.
           exit.
