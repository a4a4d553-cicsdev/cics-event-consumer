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
      * Online order amendment for customer service.
      *
      * A customer who rings before the order ships to change a
      * quantity, or drop a line, used to be told to cancel the whole
      * order through CANC and place it again - a second order number,
      * a second pick, and a credit note and new invoice they had to
      * reconcile themselves. This transaction changes the order in
      * place, while it is still placed or paid and nothing has left
      * the warehouse.
      *
      * Terminal input is fixed-column, the same shape CANC uses:
      *
      *   AMND nnnnnnnn ssssssss qqq ssssssss qqq ...
      *
      * up to ten SKU and new-quantity pairs, a blank SKU ending the
      * list. A quantity of 000 takes the line off the order. Each
      * SKU must already be on the order - the first line carrying
      * it is the one changed - and lines are repriced at the unit
      * price they were taken at, so the amendment changes what the
      * customer buys, not what they pay for it. Adding a product is
      * a new order; taking every line off is a cancellation, and
      * the operator is pointed at CANC.
      *
      * The order must be placed or paid on ORDSTAT. A backordered
      * order is refused: CA1YBKO1 is holding its lines against
      * BACKORD and would release the old quantities. Extra units
      * come from STOCKPOS through CA1YSTKU and must all be free - an
      * increase that would leave the order short is refused whole,
      * with every unit it took so far given back. Units no longer
      * wanted are given back once the amendment is certain. Then:
      *
      *   - CA1YSTAV records the revised unit total on ORDSTAT, so
      *     the consignment count still adds up to shipped;
      *   - an invoiced order's invoice is credited by CA1YCRN1 from
      *     the lines as invoiced, before ORDERFIL is rewritten;
      *   - ORDERFIL is rewritten with the revised lines and total;
      *   - the warehouse gets an AMEND message (CA1YWHA.cpy) with
      *     the full revised line list on the queue the pick went
      *     to, through CA1YMQPW, dead-lettered if the queue manager
      *     is down;
      *   - the customer gets an OrderAmended confirmation, audited
      *     and dead-lettered like every other send, or an 'S' audit
      *     for a suppressed recipient;
      *   - CA1YCRN1 invoices the revised order under a new number
      *     and emails it, quoting the credit note.
      *
      * The credit and new invoice numbers are appended to the
      * operator's message. An amendment that leaves a paid order
      * overpaid is not refunded here - customer service raises the
      * refund the usual way.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YAMND.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YCUS.
           COPY CA1YSTA.
           COPY CA1YWHA.
           COPY CA1YWHM.
       01 AMND-INPUT.
           02 AMND-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 AMND-IN-ORDER-NUMBER  PIC X(08).
           02 AMND-IN-CHANGE OCCURS 10 TIMES.
               03 FILLER            PIC X(01).
               03 AMND-IN-SKU       PIC X(08).
               03 FILLER            PIC X(01).
               03 AMND-IN-QUANTITY  PIC X(03).
       01 AMND-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 AMND-ORDER-NUMBER-NUM     PIC 9(08) VALUE 0.
       01 AMND-MESSAGE              PIC X(80) VALUE SPACES.
       01 AMND-MESSAGE-BASE         PIC X(50) VALUE SPACES.
       01 AMND-CHANGE-COUNT         PIC 9(02) VALUE 0.
       01 AMND-CHANGE-IDX           PIC 9(02) VALUE 0.
      * --------------------------------------------------------------
      * The order's lines as they stood and as they will stand: the
      * old quantity drives the stock movement, the new one the
      * rewritten record. A line whose new quantity is zero is
      * dropped when ORDERFIL is rewritten.
      * --------------------------------------------------------------
       01 AMND-LINE-TABLE.
           02 AMND-LINE-COUNT       PIC 9(03) VALUE 0.
           02 AMND-LINE OCCURS 50 TIMES.
               03 AMND-LINE-SKU         PIC X(08).
               03 AMND-LINE-OLD-QTY     PIC 9(03).
               03 AMND-LINE-NEW-QTY     PIC 9(03).
               03 AMND-LINE-DESCRIPTION PIC X(20).
               03 AMND-LINE-UNIT-PRICE  PIC 9(05)V99.
               03 AMND-LINE-EXT-AMOUNT  PIC 9(07)V99.
       01 AMND-LINE-IDX             PIC 9(03) VALUE 0.
       01 AMND-KEEP-COUNT           PIC 9(03) VALUE 0.
       01 AMND-NEW-TOTAL            PIC 9(09)V99 VALUE 0.
       01 AMND-NEW-UNITS            PIC 9(05) VALUE 0.
       01 AMND-SHORT-SKU            PIC X(08) VALUE SPACES.
       01 AMND-BACKOUT-LIMIT        PIC 9(03) VALUE 0.
       01 EVENT      PIC X(32) VALUE 'OrderAmended                    '.
       01 CHANNEL-INFO.
           02 EVENT-CHANNEL          PIC X(16) VALUE 'MyChannel       '.
           02 CONTAINER-CUSTOMER     PIC X(16) VALUE 'Customer        '.
           02 CONTAINER-ORDER-AMENDED PIC X(16)
               VALUE 'OrderAmended    '.
       01 CUSTOMER.
           02 CUST-NAME         PIC X(20).
           02 CUST-ADDR1        PIC X(20).
           02 CUST-EMAIL        PIC X(20).
       01 ORDER-AMENDED.
           02 ORDER-NUMBER          PIC 9(08).
           02 ORDER-TOTAL           PIC 9(09)V99.
           02 ORDER-CURRENCY        PIC X(03).
           02 ORDER-ITEM-COUNT      PIC 9(03).
           02 ORDER-ITEM OCCURS 50 TIMES.
               03 ORDER-ITEM-QUANTITY    PIC 9(03).
               03 ORDER-ITEM-DESCRIPTION PIC X(20).
           COPY CA1YRESP.
       01 AUDIT-REQUEST.
           COPY CA1YAUDC.
       01 ORDER-SOURCE          PIC X(08) VALUE 'CSERV   '.
       01 CHN-REQUEST.
           COPY CA1YCHNC.
       01 STAT-REQUEST.
           COPY CA1YSTAC.
       01 SUP-REQUEST.
           COPY CA1YSUPC.
       01 DLQ-REQUEST.
           COPY CA1YDLQC.
       01 STK-REQUEST.
           COPY CA1YSTKC.
       01 CRN-REQUEST.
           COPY CA1YCRNC.
       01 CRN-REASON-AMENDED        PIC X(40)
               VALUE 'Order amended - invoice reissued        '.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
      * --------------------------------------------------------------
      * The source whose queue the pick was published to; blank on
      * the record means the web storefront, same as the fan-out.
      * --------------------------------------------------------------
       01 PICK-QUEUE-SOURCE         PIC X(08) VALUE 'WEB     '.
       01 SWITCHES.
           02 AMND-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 AMND-INPUT-VALID  VALUE 'Y'.
               88 AMND-INPUT-INVALID VALUE 'N'.
           02 ORDER-HELD-SW         PIC X(01) VALUE 'N'.
               88 ORDER-HELD        VALUE 'Y'.
           02 CHANGE-LINE-FOUND-SW  PIC X(01) VALUE 'N'.
               88 CHANGE-LINE-FOUND VALUE 'Y'.
           02 STOCK-REFUSED-SW      PIC X(01) VALUE 'N'.
               88 STOCK-REFUSED     VALUE 'Y'.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           MOVE SPACES TO AMND-INPUT.
           MOVE LENGTH OF AMND-INPUT TO AMND-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(AMND-INPUT)
               LENGTH(AMND-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.

           PERFORM Validate-Input.

           IF AMND-INPUT-VALID
               PERFORM Amend-Order
           END-IF.

           EXEC CICS SEND TEXT FROM(AMND-MESSAGE)
               LENGTH(LENGTH OF AMND-MESSAGE)
               ERASE FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Reject a non-numeric order number, an empty change list or a
      * non-numeric quantity before touching any file.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO AMND-INPUT-VALID-SW.

           IF AMND-IN-ORDER-NUMBER IS NUMERIC
               MOVE AMND-IN-ORDER-NUMBER TO AMND-ORDER-NUMBER-NUM
           ELSE
               MOVE 'ORDER NUMBER MUST BE NUMERIC' TO AMND-MESSAGE
               SET AMND-INPUT-INVALID TO TRUE
           END-IF.

           IF AMND-INPUT-VALID
               MOVE 0 TO AMND-CHANGE-COUNT
               PERFORM Count-Change
                   VARYING AMND-CHANGE-IDX FROM 1 BY 1
                   UNTIL AMND-CHANGE-IDX > 10
                   OR AMND-IN-SKU(AMND-CHANGE-IDX) = SPACES
               IF AMND-CHANGE-COUNT = 0
                   MOVE 'KEY AT LEAST ONE SKU AND NEW QUANTITY'
                       TO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
               END-IF
           END-IF.
       Validate-Input-exit.
           exit.
      * --------------------------------------------------------------
      * Count one keyed change, proving its quantity is a number.
      * --------------------------------------------------------------
       Count-Change section.
           IF AMND-IN-QUANTITY(AMND-CHANGE-IDX) IS NUMERIC
               ADD 1 TO AMND-CHANGE-COUNT
           ELSE
               IF AMND-INPUT-VALID
                   STRING 'QUANTITY FOR '
                       AMND-IN-SKU(AMND-CHANGE-IDX)
                       ' MUST BE THREE DIGITS'
                       DELIMITED BY SIZE INTO AMND-MESSAGE
               END-IF
               SET AMND-INPUT-INVALID TO TRUE
           END-IF.
       Count-Change-exit.
           exit.
      * --------------------------------------------------------------
      * The amendment flow: order, customer, revised lines, lifecycle
      * and stock, then the credit note, the rewrite, the warehouse,
      * the customer and the new invoice. Every refusal comes back
      * to the operator as a message and leaves the order as it was.
      * --------------------------------------------------------------
       Amend-Order section.
           PERFORM Resolve-Amended-Order.
           IF AMND-INPUT-VALID
               PERFORM Resolve-Customer-Master
           END-IF.
           IF AMND-INPUT-VALID
               PERFORM Check-Order-Status
           END-IF.
           IF AMND-INPUT-VALID
               PERFORM Apply-Changes
           END-IF.
           IF AMND-INPUT-VALID
               PERFORM Reprice-Lines
           END-IF.
           IF AMND-INPUT-VALID
               PERFORM Allocate-Extra-Stock
           END-IF.
           IF AMND-INPUT-VALID
               MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE
               EXEC CICS LINK PROGRAM('CA1YCHNL')
                   COMMAREA(CHN-REQUEST)
               END-EXEC
               MOVE CHN-OUT-CHANNEL-NAME TO EVENT-CHANNEL

               PERFORM Check-Suppression-List
               PERFORM Validate-Order-Lifecycle
               IF STAT-EVENT-REJECTED
                   COMPUTE AMND-BACKOUT-LIMIT = AMND-LINE-COUNT + 1
                   PERFORM Back-Out-Extra-Stock
                   STRING 'NOT AMENDED - ' STAT-OUT-REASON
                       DELIMITED BY SIZE INTO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

           IF AMND-INPUT-VALID
               PERFORM Release-Surplus-Stock
               PERFORM Credit-Original-Invoice
               PERFORM Rewrite-Amended-Order
               PERFORM Publish-Warehouse-Amend
               IF SUP-IS-SUPPRESSED
                   PERFORM Audit-Suppressed-Skip
                   MOVE 'AMENDED - EMAIL SUPPRESSED' TO AMND-MESSAGE
               ELSE
                   PERFORM Send-Order-Amended-Event
                   IF RESPONSE-IS-OK
                       MOVE 'AMENDED - CUSTOMER NOTIFIED'
                           TO AMND-MESSAGE
                   ELSE
                       PERFORM Write-Send-Dead-Letter
                       MOVE 'AMENDED - EMAIL QUEUED FOR RETRY'
                           TO AMND-MESSAGE
                   END-IF
               END-IF
               PERFORM Reissue-Invoice
           ELSE
               IF ORDER-HELD
                   EXEC CICS UNLOCK FILE(ORDER-FILE-NAME)
                   END-EXEC
               END-IF
           END-IF.
       Amend-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The order must exist, and is held for update until it is
      * rewritten or the amendment is refused.
      * --------------------------------------------------------------
       Resolve-Amended-Order section.
           MOVE AMND-ORDER-NUMBER-NUM TO ORD-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ORDER NOT ON ORDERFIL' TO AMND-MESSAGE
               SET AMND-INPUT-INVALID TO TRUE
           ELSE
               SET ORDER-HELD TO TRUE
               MOVE AMND-ORDER-NUMBER-NUM TO ORDER-NUMBER
               IF ORD-ORDER-SOURCE NOT = SPACES
                   MOVE ORD-ORDER-SOURCE TO PICK-QUEUE-SOURCE
               END-IF
           END-IF.
       Resolve-Amended-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The confirmation goes to the address on the master today,
      * the same as every other send.
      * --------------------------------------------------------------
       Resolve-Customer-Master section.
           MOVE ORD-CUST-NUMBER TO CUST-REC-NUMBER.
           EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON CUSTMAST' TO AMND-MESSAGE
               SET AMND-INPUT-INVALID TO TRUE
           ELSE
               MOVE CUST-REC-NAME  TO CUST-NAME
               MOVE CUST-REC-ADDR1 TO CUST-ADDR1
               MOVE CUST-REC-EMAIL TO CUST-EMAIL
           END-IF.
       Resolve-Customer-Master-exit.
           exit.
      * --------------------------------------------------------------
      * Look at the lifecycle before any stock moves. CA1YSTAV has
      * the final say further on; this read only spares STOCKPOS a
      * round trip for an order that was never going to qualify.
      * --------------------------------------------------------------
       Check-Order-Status section.
           MOVE AMND-ORDER-NUMBER-NUM TO OSTAT-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-STATUS-FILE-NAME)
               INTO(CA1Y-ORDER-STATUS-RECORD)
               RIDFLD(OSTAT-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF OSTAT-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NOT AMENDED - NO ORDER STATUS'
                       TO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
               WHEN OSTAT-CANCELLED
                   MOVE 'NOT AMENDED - CANCELLED ORDER'
                       TO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
               WHEN OSTAT-BACKORDERED
                   MOVE 'NOT AMENDED - BACKORDERED' TO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
               WHEN NOT OSTAT-PLACED AND NOT OSTAT-PAID
                   MOVE 'NOT AMENDED - ALREADY SHIPPED'
                       TO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
           END-EVALUATE.
       Check-Order-Status-exit.
           exit.
      * --------------------------------------------------------------
      * Copy the order's lines into the working table and lay each
      * keyed change over them. At least one line must survive.
      * --------------------------------------------------------------
       Apply-Changes section.
           MOVE ORD-ITEM-COUNT TO AMND-LINE-COUNT.
           PERFORM Load-Amend-Line
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX > AMND-LINE-COUNT.

           PERFORM Apply-One-Change
               VARYING AMND-CHANGE-IDX FROM 1 BY 1
               UNTIL AMND-CHANGE-IDX > AMND-CHANGE-COUNT
               OR AMND-INPUT-INVALID.

           IF AMND-INPUT-VALID
               MOVE 0 TO AMND-KEEP-COUNT
               PERFORM Count-Kept-Line
                   VARYING AMND-LINE-IDX FROM 1 BY 1
                   UNTIL AMND-LINE-IDX > AMND-LINE-COUNT
               IF AMND-KEEP-COUNT = 0
                   MOVE 'NO LINES LEFT - USE CANC TO CANCEL THE ORDER'
                       TO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
               END-IF
           END-IF.
       Apply-Changes-exit.
           exit.
      * --------------------------------------------------------------
      * Copy one order line across, its new quantity the old one
      * until a change says otherwise.
      * --------------------------------------------------------------
       Load-Amend-Line section.
           MOVE ORD-ITEM-SKU(AMND-LINE-IDX)
               TO AMND-LINE-SKU(AMND-LINE-IDX).
           MOVE ORD-ITEM-QUANTITY(AMND-LINE-IDX)
               TO AMND-LINE-OLD-QTY(AMND-LINE-IDX).
           MOVE ORD-ITEM-QUANTITY(AMND-LINE-IDX)
               TO AMND-LINE-NEW-QTY(AMND-LINE-IDX).
           MOVE ORD-ITEM-DESCRIPTION(AMND-LINE-IDX)
               TO AMND-LINE-DESCRIPTION(AMND-LINE-IDX).
           MOVE ORD-ITEM-UNIT-PRICE(AMND-LINE-IDX)
               TO AMND-LINE-UNIT-PRICE(AMND-LINE-IDX).
           MOVE ORD-ITEM-EXT-AMOUNT(AMND-LINE-IDX)
               TO AMND-LINE-EXT-AMOUNT(AMND-LINE-IDX).
       Load-Amend-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Find the first line carrying the keyed SKU and give it the
      * keyed quantity. A SKU not on the order is refused - adding a
      * product is a new order.
      * --------------------------------------------------------------
       Apply-One-Change section.
           MOVE 'N' TO CHANGE-LINE-FOUND-SW.
           PERFORM Match-Change-Line
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX > AMND-LINE-COUNT
               OR CHANGE-LINE-FOUND.
           IF NOT CHANGE-LINE-FOUND
               STRING 'SKU ' AMND-IN-SKU(AMND-CHANGE-IDX)
                   ' IS NOT ON THE ORDER'
                   DELIMITED BY SIZE INTO AMND-MESSAGE
               SET AMND-INPUT-INVALID TO TRUE
           END-IF.
       Apply-One-Change-exit.
           exit.
      * --------------------------------------------------------------
      * Test one line against the change being applied.
      * --------------------------------------------------------------
       Match-Change-Line section.
           IF AMND-LINE-SKU(AMND-LINE-IDX)
                   = AMND-IN-SKU(AMND-CHANGE-IDX)
               MOVE AMND-IN-QUANTITY(AMND-CHANGE-IDX)
                   TO AMND-LINE-NEW-QTY(AMND-LINE-IDX)
               SET CHANGE-LINE-FOUND TO TRUE
           END-IF.
       Match-Change-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Count one line the amendment keeps.
      * --------------------------------------------------------------
       Count-Kept-Line section.
           IF AMND-LINE-NEW-QTY(AMND-LINE-IDX) > 0
               ADD 1 TO AMND-KEEP-COUNT
           END-IF.
       Count-Kept-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Extend every line at the unit price it was taken at and add
      * up the revised total and unit count, the same sums the batch
      * edit proves on the way in.
      * --------------------------------------------------------------
       Reprice-Lines section.
           MOVE 0 TO AMND-NEW-TOTAL.
           MOVE 0 TO AMND-NEW-UNITS.
           PERFORM Reprice-One-Line
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX > AMND-LINE-COUNT
               OR AMND-INPUT-INVALID.
       Reprice-Lines-exit.
           exit.
      * --------------------------------------------------------------
      * Extend one line and add it in.
      * --------------------------------------------------------------
       Reprice-One-Line section.
           COMPUTE AMND-LINE-EXT-AMOUNT(AMND-LINE-IDX) =
               AMND-LINE-NEW-QTY(AMND-LINE-IDX)
               * AMND-LINE-UNIT-PRICE(AMND-LINE-IDX)
               ON SIZE ERROR
                   STRING 'NOT AMENDED - LINE FOR '
                       AMND-LINE-SKU(AMND-LINE-IDX)
                       ' COMES TO TOO MUCH'
                       DELIMITED BY SIZE INTO AMND-MESSAGE
                   SET AMND-INPUT-INVALID TO TRUE
           END-COMPUTE.
           ADD AMND-LINE-EXT-AMOUNT(AMND-LINE-IDX) TO AMND-NEW-TOTAL.
           ADD AMND-LINE-NEW-QTY(AMND-LINE-IDX) TO AMND-NEW-UNITS.
       Reprice-One-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Allocate the extra units every increased line needs. An
      * increase is all or nothing: the first line that comes up
      * short gives back what it took, every earlier increase is
      * given back too, and the amendment is refused.
      * --------------------------------------------------------------
       Allocate-Extra-Stock section.
           MOVE 'N' TO STOCK-REFUSED-SW.
           PERFORM Allocate-Line-Increase
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX > AMND-LINE-COUNT
               OR STOCK-REFUSED.
           IF STOCK-REFUSED
               PERFORM Back-Out-Extra-Stock
               STRING 'NOT AMENDED - NOT ENOUGH STOCK OF '
                   AMND-SHORT-SKU
                   DELIMITED BY SIZE INTO AMND-MESSAGE
               SET AMND-INPUT-INVALID TO TRUE
           END-IF.
       Allocate-Extra-Stock-exit.
           exit.
      * --------------------------------------------------------------
      * Allocate one line's increase. What CA1YSTKU could only
      * count as backordered is taken straight back off, along with
      * the part it did allocate, so this line leaves STOCKPOS as it
      * found it.
      * --------------------------------------------------------------
       Allocate-Line-Increase section.
           IF AMND-LINE-NEW-QTY(AMND-LINE-IDX)
                   > AMND-LINE-OLD-QTY(AMND-LINE-IDX)
               MOVE AMND-LINE-SKU(AMND-LINE-IDX) TO STK-IN-SKU
               SET STK-ALLOCATE TO TRUE
               COMPUTE STK-IN-QUANTITY =
                   AMND-LINE-NEW-QTY(AMND-LINE-IDX)
                   - AMND-LINE-OLD-QTY(AMND-LINE-IDX)
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC
               IF STK-OUT-SHORT > 0
                   MOVE STK-OUT-SHORT TO STK-IN-QUANTITY
                   SET STK-UNBACKORDER TO TRUE
                   EXEC CICS LINK PROGRAM('CA1YSTKU')
                       COMMAREA(STK-REQUEST)
                   END-EXEC
                   IF STK-OUT-ALLOCATED > 0
                       MOVE STK-OUT-ALLOCATED TO STK-IN-QUANTITY
                       SET STK-UNALLOCATE TO TRUE
                       EXEC CICS LINK PROGRAM('CA1YSTKU')
                           COMMAREA(STK-REQUEST)
                       END-EXEC
                   END-IF
                   MOVE AMND-LINE-SKU(AMND-LINE-IDX) TO AMND-SHORT-SKU
                   MOVE AMND-LINE-IDX TO AMND-BACKOUT-LIMIT
                   SET STOCK-REFUSED TO TRUE
               END-IF
           END-IF.
       Allocate-Line-Increase-exit.
           exit.
      * --------------------------------------------------------------
      * Give back the increases already allocated - every line
      * before AMND-BACKOUT-LIMIT, which is either the line that came
      * up short (already put right) or one past the last line.
      * --------------------------------------------------------------
       Back-Out-Extra-Stock section.
           PERFORM Back-Out-Line-Increase
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX >= AMND-BACKOUT-LIMIT.
       Back-Out-Extra-Stock-exit.
           exit.
      * --------------------------------------------------------------
      * Give back one line's increase.
      * --------------------------------------------------------------
       Back-Out-Line-Increase section.
           IF AMND-LINE-NEW-QTY(AMND-LINE-IDX)
                   > AMND-LINE-OLD-QTY(AMND-LINE-IDX)
               MOVE AMND-LINE-SKU(AMND-LINE-IDX) TO STK-IN-SKU
               SET STK-UNALLOCATE TO TRUE
               COMPUTE STK-IN-QUANTITY =
                   AMND-LINE-NEW-QTY(AMND-LINE-IDX)
                   - AMND-LINE-OLD-QTY(AMND-LINE-IDX)
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC
           END-IF.
       Back-Out-Line-Increase-exit.
           exit.
      * --------------------------------------------------------------
      * The amendment stands: give back the units every reduced or
      * removed line no longer wants.
      * --------------------------------------------------------------
       Release-Surplus-Stock section.
           PERFORM Release-Line-Decrease
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX > AMND-LINE-COUNT.
       Release-Surplus-Stock-exit.
           exit.
      * --------------------------------------------------------------
      * Give back one line's decrease.
      * --------------------------------------------------------------
       Release-Line-Decrease section.
           IF AMND-LINE-NEW-QTY(AMND-LINE-IDX)
                   < AMND-LINE-OLD-QTY(AMND-LINE-IDX)
               MOVE AMND-LINE-SKU(AMND-LINE-IDX) TO STK-IN-SKU
               SET STK-UNALLOCATE TO TRUE
               COMPUTE STK-IN-QUANTITY =
                   AMND-LINE-OLD-QTY(AMND-LINE-IDX)
                   - AMND-LINE-NEW-QTY(AMND-LINE-IDX)
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC
           END-IF.
       Release-Line-Decrease-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YSUPL whether this customer's email address is on the
      * SUPPFILE do-not-contact list.
      * --------------------------------------------------------------
       Check-Suppression-List section.
           MOVE CUST-EMAIL TO SUP-IN-CONTACT-VALUE.
           EXEC CICS LINK PROGRAM('CA1YSUPL')
               COMMAREA(SUP-REQUEST)
           END-EXEC.
       Check-Suppression-List-exit.
           exit.
      * --------------------------------------------------------------
      * Hand CA1YSTAV this OrderAmended with the revised unit total -
      * an order that moved on since Check-Order-Status looked is
      * blocked here, and CA1YSTAV writes the rejection to AUDITLOG
      * itself.
      * --------------------------------------------------------------
       Validate-Order-Lifecycle section.
           MOVE EVENT          TO STAT-IN-EVENT-NAME.
           MOVE ORDER-NUMBER   TO STAT-IN-ORDER-NUMBER.
           MOVE EVENT-CHANNEL  TO STAT-IN-CHANNEL-NAME.
           MOVE CUST-EMAIL     TO STAT-IN-RECIPIENT.
           MOVE AMND-NEW-UNITS TO STAT-IN-ORDER-QUANTITY.
           MOVE 0              TO STAT-IN-SHIP-QUANTITY.
           EXEC CICS LINK PROGRAM('CA1YSTAV')
               COMMAREA(STAT-REQUEST)
           END-EXEC.
       Validate-Order-Lifecycle-exit.
           exit.
      * --------------------------------------------------------------
      * Credit the invoice, if the order has one, while ORDERFIL
      * still holds the lines it was raised for. CA1YCRN1 keeps the
      * credit note's email back until the revised invoice goes.
      * --------------------------------------------------------------
       Credit-Original-Invoice section.
           MOVE AMND-ORDER-NUMBER-NUM TO CRN-IN-ORDER-NUMBER.
           MOVE CRN-REASON-AMENDED    TO CRN-IN-REASON-TEXT.
           SET CRN-CREDIT-FOR-REISSUE TO TRUE.
           IF SUP-IS-SUPPRESSED
               SET CRN-EMAIL-SUPPRESSED TO TRUE
           ELSE
               SET CRN-EMAIL-CUSTOMER TO TRUE
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YCRN1')
               COMMAREA(CRN-REQUEST)
           END-EXEC.
       Credit-Original-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * Write the surviving lines back over the order, in their
      * original sequence, with the revised total, and build the
      * warehouse and confirmation copies of them as we go.
      * --------------------------------------------------------------
       Rewrite-Amended-Order section.
           MOVE AMND-KEEP-COUNT TO ORD-ITEM-COUNT.
           MOVE AMND-NEW-TOTAL  TO ORD-ORDER-TOTAL.
           MOVE AMND-ORDER-NUMBER-NUM TO WHA-ORDER-NUMBER.
           MOVE AMND-NEW-TOTAL  TO WHA-ORDER-TOTAL.
           MOVE AMND-KEEP-COUNT TO WHA-ITEM-COUNT.
           MOVE AMND-NEW-TOTAL  TO ORDER-TOTAL.
           IF ORD-CURRENCY-CODE = SPACES
               MOVE 'USD' TO ORDER-CURRENCY
           ELSE
               MOVE ORD-CURRENCY-CODE TO ORDER-CURRENCY
           END-IF.
           MOVE AMND-KEEP-COUNT TO ORDER-ITEM-COUNT.

           MOVE 0 TO AMND-KEEP-COUNT.
           PERFORM Keep-Amended-Line
               VARYING AMND-LINE-IDX FROM 1 BY 1
               UNTIL AMND-LINE-IDX > AMND-LINE-COUNT.

           EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
               FROM(CA1Y-ORDER-RECORD)
           END-EXEC.
           MOVE 'N' TO ORDER-HELD-SW.
       Rewrite-Amended-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Carry one surviving line onto the record, the warehouse
      * message and the confirmation.
      * --------------------------------------------------------------
       Keep-Amended-Line section.
           IF AMND-LINE-NEW-QTY(AMND-LINE-IDX) > 0
               ADD 1 TO AMND-KEEP-COUNT
               MOVE AMND-LINE-SKU(AMND-LINE-IDX)
                   TO ORD-ITEM-SKU(AMND-KEEP-COUNT)
                      WHA-ITEM-SKU(AMND-KEEP-COUNT)
               MOVE AMND-LINE-NEW-QTY(AMND-LINE-IDX)
                   TO ORD-ITEM-QUANTITY(AMND-KEEP-COUNT)
                      WHA-ITEM-QUANTITY(AMND-KEEP-COUNT)
                      ORDER-ITEM-QUANTITY(AMND-KEEP-COUNT)
               MOVE AMND-LINE-DESCRIPTION(AMND-LINE-IDX)
                   TO ORD-ITEM-DESCRIPTION(AMND-KEEP-COUNT)
                      WHA-ITEM-DESCRIPTION(AMND-KEEP-COUNT)
                      ORDER-ITEM-DESCRIPTION(AMND-KEEP-COUNT)
               MOVE AMND-LINE-UNIT-PRICE(AMND-LINE-IDX)
                   TO ORD-ITEM-UNIT-PRICE(AMND-KEEP-COUNT)
               MOVE AMND-LINE-EXT-AMOUNT(AMND-LINE-IDX)
                   TO ORD-ITEM-EXT-AMOUNT(AMND-KEEP-COUNT)
           END-IF.
       Keep-Amended-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Replace the pick: the AMEND message carries the whole revised
      * line list and goes to the queue the pick went to, through
      * CA1YMQPW. A failed publish goes to the dead-letter queue for
      * CA1YDLQR to re-LINK CA1YMQPW with later.
      * --------------------------------------------------------------
       Publish-Warehouse-Amend section.
           MOVE PICK-QUEUE-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
               COMMAREA(CHN-REQUEST)
           END-EXEC.

           EXEC CICS PUT CONTAINER(WAREHOUSE-QUEUE-CONTAINER)
               CHANNEL(EVENT-CHANNEL)
               FROM(CHN-OUT-QUEUE-NAME) CHAR
           END-EXEC.
           EXEC CICS PUT CONTAINER(WAREHOUSE-MSG-CONTAINER)
               CHANNEL(EVENT-CHANNEL)
               FROM(CA1Y-WAREHOUSE-AMEND) CHAR
           END-EXEC.

           EXEC CICS LINK PROGRAM('CA1YMQPW')
               CHANNEL(EVENT-CHANNEL)
           END-EXEC.

           PERFORM Check-Publish-Response.
       Publish-Warehouse-Amend-exit.
           exit.
      * --------------------------------------------------------------
      * Audit the publish outcome against the order and, when the
      * queue manager let us down, save the two containers for
      * CA1YDLQR to re-LINK CA1YMQPW with later.
      * --------------------------------------------------------------
       Check-Publish-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(EVENT-CHANNEL)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE 'Warehouse amend'  TO AUDIT-IN-EVENT-NAME.
           MOVE EVENT-CHANNEL      TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES             TO AUDIT-IN-CONTAINER-NAMES.
           MOVE WAREHOUSE-QUEUE-CONTAINER TO AUDIT-IN-CONTAINER(1).
           MOVE WAREHOUSE-MSG-CONTAINER TO AUDIT-IN-CONTAINER(2).
           MOVE ORDER-NUMBER       TO AUDIT-IN-ORDER-NUMBER.
           MOVE CHN-OUT-QUEUE-NAME TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA      TO AUDIT-IN-CA1Y-RESPONSE.
           IF RESPONSE-IS-OK
               MOVE 'Y' TO AUDIT-IN-OUTCOME
           ELSE
               MOVE 'N' TO AUDIT-IN-OUTCOME
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.

           IF NOT RESPONSE-IS-OK
               PERFORM Write-Warehouse-Dead-Letter
           END-IF.
       Check-Publish-Response-exit.
           exit.
      * --------------------------------------------------------------
      * Save the queue name and amend message so CA1YDLQR can retry
      * the publish once the queue manager is back.
      * --------------------------------------------------------------
       Write-Warehouse-Dead-Letter section.
           MOVE 'Warehouse amend'   TO DLQ-IN-EVENT-NAME.
           MOVE 'CA1YMQPW'          TO DLQ-IN-LINK-PROGRAM.
           MOVE EVENT-CHANNEL       TO DLQ-IN-CHANNEL-NAME.
           MOVE ORDER-NUMBER        TO DLQ-IN-ORDER-NUMBER.
           MOVE CHN-OUT-QUEUE-NAME  TO DLQ-IN-RECIPIENT.
           MOVE RESPONSE-DATA       TO DLQ-IN-CA1Y-RESPONSE.
           MOVE 2                   TO DLQ-IN-CONTAINER-COUNT.
           MOVE WAREHOUSE-QUEUE-CONTAINER
               TO DLQ-IN-CONTAINER-NAME(1).
           MOVE LENGTH OF CHN-OUT-QUEUE-NAME
               TO DLQ-IN-CONTAINER-LENGTH(1).
           MOVE CHN-OUT-QUEUE-NAME  TO DLQ-IN-CONTAINER-DATA(1).
           MOVE WAREHOUSE-MSG-CONTAINER
               TO DLQ-IN-CONTAINER-NAME(2).
           MOVE LENGTH OF CA1Y-WAREHOUSE-AMEND
               TO DLQ-IN-CONTAINER-LENGTH(2).
           MOVE CA1Y-WAREHOUSE-AMEND
               TO DLQ-IN-CONTAINER-DATA(2).
           EXEC CICS LINK PROGRAM('CA1YDLQW')
               COMMAREA(DLQ-REQUEST)
           END-EXEC.
       Write-Warehouse-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * Prove the skip happened: one AUDITLOG entry with outcome 'S'.
      * The order is amended either way.
      * --------------------------------------------------------------
       Audit-Suppressed-Skip section.
           MOVE EVENT            TO AUDIT-IN-EVENT-NAME.
           MOVE EVENT-CHANNEL    TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES           TO AUDIT-IN-CONTAINER-NAMES.
           MOVE ORDER-NUMBER     TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-EMAIL       TO AUDIT-IN-RECIPIENT.
           MOVE 'SUPPRESSED'     TO AUDIT-IN-CA1Y-RESPONSE.
           MOVE 'S'              TO AUDIT-IN-OUTCOME.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Audit-Suppressed-Skip-exit.
           exit.
      * --------------------------------------------------------------
      * PUT the CUSTOMER and ORDER-AMENDED containers, SIGNAL the
      * event, then check the outcome.
      * --------------------------------------------------------------
       Send-Order-Amended-Event section.
           EXEC CICS PUT CONTAINER(CONTAINER-CUSTOMER)
               CHANNEL(EVENT-CHANNEL)
               FROM(CUSTOMER) CHAR
           END-EXEC.

           EXEC CICS PUT CONTAINER(CONTAINER-ORDER-AMENDED)
               CHANNEL(EVENT-CHANNEL)
               FROM(ORDER-AMENDED) CHAR
           END-EXEC.

           EXEC CICS SIGNAL EVENT(EVENT)
               FROMCHANNEL(EVENT-CHANNEL)
           END-EXEC.

           PERFORM Check-CA1Y-Response.
       Send-Order-Amended-Event-exit.
           exit.
      * --------------------------------------------------------------
      * Retrieve the CA1YRESPONSE container and audit the outcome. A
      * bad response comes back to the operator as a message and a
      * dead letter, not an abend - the amendment itself stood.
      * --------------------------------------------------------------
       Check-CA1Y-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(EVENT-CHANNEL)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE EVENT                    TO AUDIT-IN-EVENT-NAME.
           MOVE EVENT-CHANNEL            TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES                   TO AUDIT-IN-CONTAINER-NAMES.
           MOVE CONTAINER-CUSTOMER       TO AUDIT-IN-CONTAINER(1).
           MOVE CONTAINER-ORDER-AMENDED  TO AUDIT-IN-CONTAINER(2).
           MOVE ORDER-NUMBER             TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-EMAIL               TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA            TO AUDIT-IN-CA1Y-RESPONSE.
           IF RESPONSE-IS-OK
               MOVE 'Y' TO AUDIT-IN-OUTCOME
           ELSE
               MOVE 'N' TO AUDIT-IN-OUTCOME
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Check-CA1Y-Response-exit.
           exit.
      * --------------------------------------------------------------
      * The confirmation failed to send after the order was already
      * amended - save the containers so CA1YDLQR re-SIGNALs later.
      * --------------------------------------------------------------
       Write-Send-Dead-Letter section.
           MOVE EVENT                 TO DLQ-IN-EVENT-NAME.
           MOVE SPACES                TO DLQ-IN-LINK-PROGRAM.
           MOVE EVENT-CHANNEL         TO DLQ-IN-CHANNEL-NAME.
           MOVE ORDER-NUMBER          TO DLQ-IN-ORDER-NUMBER.
           MOVE CUST-EMAIL            TO DLQ-IN-RECIPIENT.
           MOVE RESPONSE-DATA         TO DLQ-IN-CA1Y-RESPONSE.
           MOVE 2                     TO DLQ-IN-CONTAINER-COUNT.
           MOVE CONTAINER-CUSTOMER    TO DLQ-IN-CONTAINER-NAME(1).
           MOVE LENGTH OF CUSTOMER    TO DLQ-IN-CONTAINER-LENGTH(1).
           MOVE CUSTOMER              TO DLQ-IN-CONTAINER-DATA(1).
           MOVE CONTAINER-ORDER-AMENDED
               TO DLQ-IN-CONTAINER-NAME(2).
           MOVE LENGTH OF ORDER-AMENDED
               TO DLQ-IN-CONTAINER-LENGTH(2).
           MOVE ORDER-AMENDED         TO DLQ-IN-CONTAINER-DATA(2).
           EXEC CICS LINK PROGRAM('CA1YDLQW')
               COMMAREA(DLQ-REQUEST)
           END-EXEC.
       Write-Send-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * With ORDERFIL rewritten, have CA1YCRN1 invoice the revised
      * order and mail it, then tell the operator which documents
      * did it. An order never invoiced has nothing to reissue.
      * --------------------------------------------------------------
       Reissue-Invoice section.
           IF CRN-OUT-ISSUED
               SET CRN-REISSUE-INVOICE TO TRUE
               EXEC CICS LINK PROGRAM('CA1YCRN1')
                   COMMAREA(CRN-REQUEST)
               END-EXEC
           END-IF.

           MOVE AMND-MESSAGE TO AMND-MESSAGE-BASE.
           MOVE SPACES TO AMND-MESSAGE.
           EVALUATE TRUE
               WHEN CRN-OUT-REISSUED
                   STRING AMND-MESSAGE-BASE DELIMITED BY '  '
                       ', CREDIT NOTE ' CRN-OUT-CREDIT-NUMBER
                       ', INVOICE ' CRN-OUT-NEW-INVOICE-NUMBER
                       DELIMITED BY SIZE INTO AMND-MESSAGE
               WHEN CRN-OUT-REISSUE-FAILED
                   STRING AMND-MESSAGE-BASE DELIMITED BY '  '
                       ', CREDIT NOTE ' CRN-OUT-CREDIT-NUMBER
                       ', REISSUE FAILED' DELIMITED BY SIZE
                       INTO AMND-MESSAGE
               WHEN CRN-OUT-FAILED
                   STRING AMND-MESSAGE-BASE DELIMITED BY '  '
                       ', CREDIT NOTE FAILED' DELIMITED BY SIZE
                       INTO AMND-MESSAGE
               WHEN OTHER
                   MOVE AMND-MESSAGE-BASE TO AMND-MESSAGE
           END-EVALUATE.
       Reissue-Invoice-exit.
           exit.
