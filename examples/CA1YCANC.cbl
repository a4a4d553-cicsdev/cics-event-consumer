      * but the cancellation itself still happens: the opt-out
      * silences the message, not the order.
      *
      * A cancelled order gives its stock back through CA1YSTKU:
      * whatever it had allocated on STOCKPOS, and - if it was still
      * waiting on BACKORD - the units it was waiting for, with the
      * backorder marked cancelled so CA1YBKO1 never releases it. A
      * backordered order never reached the warehouse, so it has no
      * pick to pull and no cancel message is published.
      *
      * An order already invoiced gets a credit note for it through
      * CA1YCRN1 once the cancellation is done - numbered from the
      * register's credit series, stored on DOCSTORE and emailed
      * after the cancellation email (or not, for a suppressed
      * recipient). Its number is appended to the operator's
      * message; an order never invoiced simply has nothing to
      * credit.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCANC.
           COPY CA1YCUS.
           COPY CA1YWHC.
           COPY CA1YWHM.
           COPY CA1YBKO.
       01 CANC-INPUT.
           02 CANC-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           COPY CA1YSUPC.
       01 DLQ-REQUEST.
           COPY CA1YDLQC.
       01 STK-REQUEST.
           COPY CA1YSTKC.
       01 CRN-REQUEST.
           COPY CA1YCRNC.
       01 CANC-MESSAGE-BASE         PIC X(50) VALUE SPACES.
       01 ORD-ITEM-IDX              PIC 9(03) VALUE 0.
       01 BKO-LINE-IDX              PIC 9(03) VALUE 0.
      * --------------------------------------------------------------
      * What each order line was still waiting for on BACKORD, by
      * ORD-ITEM position - zero for a line that was fully allocated.
      * --------------------------------------------------------------
       01 LINE-SHORT-TABLE.
           02 LINE-SHORT-QTY        PIC 9(05) OCCURS 50 TIMES.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
      * --------------------------------------------------------------
      * The source whose queue the pick was published to; blank on
           02 CANC-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 CANC-INPUT-VALID  VALUE 'Y'.
               88 CANC-INPUT-INVALID VALUE 'N'.
           02 ORDER-BACKORDERED-SW  PIC X(01) VALUE 'N'.
               88 ORDER-WAS-BACKORDERED VALUE 'Y'.
      *****************************************************************
       Linkage section.
       Procedure division.
                               TO CANC-MESSAGE
                       END-IF
                   END-IF
                   PERFORM Release-Cancelled-Stock
                   IF NOT ORDER-WAS-BACKORDERED
                       PERFORM Publish-Warehouse-Cancel
                   END-IF
                   PERFORM Issue-Credit-Note
               END-IF
           END-IF.
       Cancel-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Reverse the order's invoice, if it had one, and tell the
      * operator which credit note did it.
      * --------------------------------------------------------------
       Issue-Credit-Note section.
           MOVE CANC-ORDER-NUMBER-NUM TO CRN-IN-ORDER-NUMBER.
           MOVE CANCEL-REASON-TEXT    TO CRN-IN-REASON-TEXT.
           SET CRN-CREDIT-ONLY TO TRUE.
           IF SUP-IS-SUPPRESSED
               SET CRN-EMAIL-SUPPRESSED TO TRUE
           ELSE
               SET CRN-EMAIL-CUSTOMER TO TRUE
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YCRN1')
               COMMAREA(CRN-REQUEST)
           END-EXEC.

           MOVE CANC-MESSAGE TO CANC-MESSAGE-BASE.
           MOVE SPACES TO CANC-MESSAGE.
           EVALUATE TRUE
               WHEN CRN-OUT-ISSUED
                   STRING CANC-MESSAGE-BASE DELIMITED BY '  '
                       ', CREDIT NOTE ' CRN-OUT-CREDIT-NUMBER
                       DELIMITED BY SIZE INTO CANC-MESSAGE
               WHEN CRN-OUT-FAILED
                   STRING CANC-MESSAGE-BASE DELIMITED BY '  '
                       ', CREDIT NOTE FAILED' DELIMITED BY SIZE
                       INTO CANC-MESSAGE
               WHEN OTHER
                   MOVE CANC-MESSAGE-BASE TO CANC-MESSAGE
           END-EVALUATE.
       Issue-Credit-Note-exit.
           exit.
      * --------------------------------------------------------------
      * The order must exist before anything is cancelled - the
      * customer number lives on it.
      * --------------------------------------------------------------
       Write-Send-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * Give the order's stock back. An open backorder says which
      * lines were short and by how much: those units come off
      * backordered and only the rest off allocated, and the
      * backorder is closed as cancelled in the same unit of work.
      * --------------------------------------------------------------
       Release-Cancelled-Stock section.
           MOVE 'N' TO ORDER-BACKORDERED-SW.
           MOVE ZEROS TO LINE-SHORT-TABLE.
           MOVE ORD-ORDER-NUMBER TO BKO-ORDER-NUMBER.
           EXEC CICS READ FILE(BACKORDER-FILE-NAME)
               INTO(CA1Y-BACKORDER-RECORD)
               RIDFLD(BKO-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF BKO-ORDER-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF BKO-OPEN
                   SET ORDER-WAS-BACKORDERED TO TRUE
                   PERFORM Note-Backorder-Line
                       VARYING BKO-LINE-IDX FROM 1 BY 1
                       UNTIL BKO-LINE-IDX > BKO-LINE-COUNT
                   SET BKO-CANCELLED TO TRUE
                   MOVE EIBDATE TO BKO-CLOSED-DATE
                   EXEC CICS REWRITE FILE(BACKORDER-FILE-NAME)
                       FROM(CA1Y-BACKORDER-RECORD)
                   END-EXEC
               ELSE
                   EXEC CICS UNLOCK FILE(BACKORDER-FILE-NAME)
                   END-EXEC
               END-IF
           END-IF.

           PERFORM Release-Order-Line
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.
       Release-Cancelled-Stock-exit.
           exit.
      * --------------------------------------------------------------
      * Note one short line against its order item.
      * --------------------------------------------------------------
       Note-Backorder-Line section.
           MOVE BKO-LINE-QTY-SHORT(BKO-LINE-IDX)
               TO LINE-SHORT-QTY(BKO-LINE-ITEM-NO(BKO-LINE-IDX)).
       Note-Backorder-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Give back one line: allocated units, then any it was still
      * waiting for.
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
      * Pull the pick ticket: the cancel message and the queue name
      * go on the channel, and CA1YMQPW does the MQPUT. The queue is
      * re-resolved from the ORDER's source - the pick went to that
