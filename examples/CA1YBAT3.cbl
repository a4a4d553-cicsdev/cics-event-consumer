      * and an outcome-'S' audit entry, the same shape CA1YBAT1
      * uses, rather than the notice silently going out.
      *
      * An allowed consignment also takes its units off STOCKPOS
      * through CA1YSTKU - off the shelf and out of allocated. The
      * feed names items by description only, so each box item is
      * matched to the order line with the same description (both
      * come from the ITEMMAST description) to find its SKU; an item
      * that matches no line is left alone rather than guessed at.
      *
      * A consignment of an EDI-sourced order also goes back to the
      * trading partner as an advance ship notice, through CA1YASNW:
      * their PO reference, ship date, carrier, tracking number and
      * the SKUs and quantities in the box.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - run it
      * once the warehouse file has been loaded, via a PLTPI startup
               88 ORDER-RESOLVED        VALUE 'Y'.
           02 CUSTOMER-RESOLVED-SW      PIC X(01) VALUE 'N'.
               88 CUSTOMER-RESOLVED     VALUE 'Y'.
           02 ORDER-LINE-FOUND-SW       PIC X(01) VALUE 'N'.
               88 ORDER-LINE-FOUND      VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 DRIVER-COUNTERS.
           02 SHIPMENTS-PROCESSED-CNT   PIC 9(07) VALUE 0.
           02 SHIPMENTS-REJECTED-CNT    PIC 9(07) VALUE 0.
           02 SHIPMENTS-SUPPRESSED-CNT  PIC 9(07) VALUE 0.
           02 SHIPMENTS-DIGESTED-CNT    PIC 9(07) VALUE 0.
           02 SHIPMENTS-ASN-CNT         PIC 9(07) VALUE 0.
       01 EVENT      PIC X(32) VALUE 'OrderShipped                    '.
       01 CHANNEL-INFO.
           02 EVENT-CHANNEL          PIC X(16) VALUE 'MyChannel       '.
           02 SHIP-QTY-REMAINING   PIC 9(05).
       01 SHIP-QTY-THIS-BOX     PIC 9(05) VALUE 0.
       01 SHIP-ITEM-IDX         PIC 9(03) VALUE 0.
       01 ORD-ITEM-IDX          PIC 9(03) VALUE 0.
       01 STK-REQUEST.
           COPY CA1YSTKC.
           COPY CA1YRESP.
       01 AUDIT-REQUEST.
           COPY CA1YAUDC.
           COPY CA1YRUNC.
       01 DIG-REQUEST.
           COPY CA1YDIGC.
       01 ASN-REQUEST.
           COPY CA1YASNC.
       01 DIGEST-PREF-SAVE      PIC X(01) VALUE 'N'.
           88 CUSTOMER-WANTS-DIGEST VALUE 'Y'.
       01 DRIVER-START-STAMP.
                           IF STAT-EVENT-REJECTED
                               ADD 1 TO SHIPMENTS-REJECTED-CNT
                           ELSE
                               PERFORM Relieve-Shipped-Stock
                               IF ORD-ORDER-SOURCE = 'EDI     '
                                   PERFORM Send-Advance-Ship-Notice
                               END-IF
                               EVALUATE TRUE
                                 WHEN SUP-IS-SUPPRESSED
                                   ADD 1 TO SHIPMENTS-SUPPRESSED-CNT
       Validate-Order-Lifecycle-exit.
           exit.
      * --------------------------------------------------------------
      * The box has left the building: take each item's units off
      * the shelf and out of what the order had allocated.
      * --------------------------------------------------------------
       Relieve-Shipped-Stock section.
           PERFORM Relieve-Shipped-Item
               VARYING SHIP-ITEM-IDX FROM 1 BY 1
               UNTIL SHIP-ITEM-IDX > SHIP-ITEM-COUNT.
       Relieve-Shipped-Stock-exit.
           exit.
      * --------------------------------------------------------------
      * Find the order line this box item came from, by description,
      * and ship its units against that line's SKU.
      * --------------------------------------------------------------
       Relieve-Shipped-Item section.
           MOVE 'N' TO ORDER-LINE-FOUND-SW.
           PERFORM Match-Order-Line
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT
                  OR ORDER-LINE-FOUND.
           IF ORDER-LINE-FOUND
               SET STK-SHIP TO TRUE
               MOVE SHIP-ITEM-QUANTITY(SHIP-ITEM-IDX)
                   TO STK-IN-QUANTITY
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC
               MOVE STK-IN-SKU TO ASN-IN-ITEM-SKU(SHIP-ITEM-IDX)
           ELSE
               MOVE SPACES TO ASN-IN-ITEM-SKU(SHIP-ITEM-IDX)
           END-IF.
       Relieve-Shipped-Item-exit.
           exit.
      * --------------------------------------------------------------
      * An EDI order's partner gets an advance ship notice for every
      * box, whatever the customer's email preferences - the notice
      * is for their receiving dock, not a person. Relieve-Shipped-
      * Item has already put the matched SKU against each box item.
      * --------------------------------------------------------------
       Send-Advance-Ship-Notice section.
           MOVE SHP-ORDER-NUMBER    TO ASN-IN-ORDER-NUMBER.
           MOVE SHP-CONSIGNMENT-NO  TO ASN-IN-CONSIGNMENT-NO.
           MOVE SHP-SHIP-DATE       TO ASN-IN-SHIP-DATE.
           MOVE SHP-TRACKING-NUMBER TO ASN-IN-TRACKING-NUMBER.
           MOVE SHP-CARRIER         TO ASN-IN-CARRIER.
           MOVE SHP-ITEM-COUNT      TO ASN-IN-ITEM-COUNT.
           PERFORM Load-Notice-Item
               VARYING SHIP-ITEM-IDX FROM 1 BY 1
               UNTIL SHIP-ITEM-IDX > SHP-ITEM-COUNT.
           EXEC CICS LINK PROGRAM('CA1YASNW')
               COMMAREA(ASN-REQUEST)
           END-EXEC.
           IF ASN-OUT-WRITTEN
               ADD 1 TO SHIPMENTS-ASN-CNT
           END-IF.
       Send-Advance-Ship-Notice-exit.
           exit.
      * --------------------------------------------------------------
       Load-Notice-Item section.
           MOVE SHP-ITEM-QUANTITY(SHIP-ITEM-IDX)
               TO ASN-IN-ITEM-QUANTITY(SHIP-ITEM-IDX).
           MOVE SHP-ITEM-DESCRIPTION(SHIP-ITEM-IDX)
               TO ASN-IN-ITEM-DESCRIPTION(SHIP-ITEM-IDX).
       Load-Notice-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Test one order line against the box item.
      * --------------------------------------------------------------
       Match-Order-Line section.
           IF ORD-ITEM-DESCRIPTION(ORD-ITEM-IDX)
                   = SHIP-ITEM-DESCRIPTION(SHIP-ITEM-IDX)
               SET ORDER-LINE-FOUND TO TRUE
               MOVE ORD-ITEM-SKU(ORD-ITEM-IDX) TO STK-IN-SKU
           END-IF.
       Match-Order-Line-exit.
           exit.
      * --------------------------------------------------------------
      * CA1YCOB5's Main-program section: PUT the CUSTOMER and
      * ORDER-SHIPPED containers, SIGNAL the event, then check the
      * outcome.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           MOVE 'C'                 TO RUN-IN-COMPLETION.
           MOVE 5                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'PROCESSED'         TO RUN-IN-COUNTER-LABEL(1).
           MOVE SHIPMENTS-PROCESSED-CNT
               TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'DIGESTED'          TO RUN-IN-COUNTER-LABEL(4).
           MOVE SHIPMENTS-DIGESTED-CNT
               TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'ASN SENT'          TO RUN-IN-COUNTER-LABEL(5).
           MOVE SHIPMENTS-ASN-CNT
               TO RUN-IN-COUNTER-VALUE(5).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
