      * of signaling, audited 'G', the same branch CA1YBAT3 and
      * CA1YMQGR take - the money still moves immediately.
      *
      * A return the lifecycle accepts puts every unit of the order
      * back on STOCKPOS through CA1YSTKU, so the goods are there to
      * fill the next backorder - except a return coded 'DMGD':
      * damaged goods are not resaleable, and counting them back in
      * would promise customers stock that goes straight to salvage.
      *
      * A refunded order that was invoiced gets a credit note for the
      * invoice through CA1YCRN1, quoting the return reason - stored
      * on DOCSTORE and emailed, even to a digest-preference customer
      * (it is a legal document, not a notice), but not to a
      * suppressed one. An order never invoiced, or already credited
      * on an earlier cancellation, has nothing left to credit.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - run it
      * once the warehouse file has been loaded, via a PLTPI startup
           02 CUSTOMER-RESOLVED-SW      PIC X(01) VALUE 'N'.
               88 CUSTOMER-RESOLVED     VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 ORD-ITEM-IDX               PIC 9(03) VALUE 0.
       01 STK-REQUEST.
           COPY CA1YSTKC.
       01 DRIVER-COUNTERS.
           02 RETURNS-PROCESSED-CNT     PIC 9(07) VALUE 0.
           02 RETURNS-REJECTED-CNT      PIC 9(07) VALUE 0.
           02 RETURNS-SUPPRESSED-CNT    PIC 9(07) VALUE 0.
           02 RETURNS-DIGESTED-CNT      PIC 9(07) VALUE 0.
           02 REFUNDS-ISSUED-CNT        PIC 9(07) VALUE 0.
           02 CREDIT-NOTES-CNT          PIC 9(07) VALUE 0.
       01 RETURNED-EVENT PIC X(32)
               VALUE 'OrderReturned                   '.
       01 REFUND-EVENT   PIC X(32)
           COPY CA1YRUNC.
       01 DIG-REQUEST.
           COPY CA1YDIGC.
       01 CRN-REQUEST.
           COPY CA1YCRNC.
       01 DIGEST-PREF-SAVE      PIC X(01) VALUE 'N'.
           88 CUSTOMER-WANTS-DIGEST VALUE 'Y'.
       01 PAY-WRITE-TRIES       PIC 9(03) VALUE 0.
                           IF STAT-EVENT-REJECTED
                               ADD 1 TO RETURNS-REJECTED-CNT
                           ELSE
                               PERFORM Restock-Returned-Goods
                               PERFORM Drive-Return-And-Refund
                           END-IF
                   END-EVALUATE
       Drive-Return-And-Refund-exit.
           exit.
      * --------------------------------------------------------------
      * The goods are checked in: put each line's units back on the
      * shelf, unless they came back damaged.
      * --------------------------------------------------------------
       Restock-Returned-Goods section.
           IF RTN-REASON-CODE NOT = 'DMGD'
               PERFORM Restock-Returned-Line
                   VARYING ORD-ITEM-IDX FROM 1 BY 1
                   UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT
           END-IF.
       Restock-Returned-Goods-exit.
           exit.
      * --------------------------------------------------------------
      * Put one line's units back.
      * --------------------------------------------------------------
       Restock-Returned-Line section.
           SET STK-RETURN TO TRUE.
           MOVE ORD-ITEM-SKU(ORD-ITEM-IDX)      TO STK-IN-SKU.
           MOVE ORD-ITEM-QUANTITY(ORD-ITEM-IDX) TO STK-IN-QUANTITY.
           EXEC CICS LINK PROGRAM('CA1YSTKU')
               COMMAREA(STK-REQUEST)
           END-EXEC.
       Restock-Returned-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Read the returned order off ORDERFIL - the returns feed only
      * carries the order number, and the customer number and the
      * total being refunded live on the order record.
                           PERFORM Write-Refund-Dead-Letter
                       END-IF
               END-EVALUATE
               PERFORM Issue-Refund-Credit-Note
           END-IF.
       Issue-Order-Refund-exit.
           exit.
      * --------------------------------------------------------------
      * Reverse the refunded order's invoice, if it still has one
      * standing, with the return reason as the credit note's reason.
      * --------------------------------------------------------------
       Issue-Refund-Credit-Note section.
           MOVE ORDER-NUMBER       TO CRN-IN-ORDER-NUMBER.
           MOVE RETURN-REASON-TEXT TO CRN-IN-REASON-TEXT.
           SET CRN-CREDIT-ONLY TO TRUE.
           IF SUP-IS-SUPPRESSED
               SET CRN-EMAIL-SUPPRESSED TO TRUE
           ELSE
               SET CRN-EMAIL-CUSTOMER TO TRUE
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YCRN1')
               COMMAREA(CRN-REQUEST)
           END-EXEC.
           IF CRN-OUT-ISSUED
               ADD 1 TO CREDIT-NOTES-CNT
           END-IF.
       Issue-Refund-Credit-Note-exit.
           exit.
      * --------------------------------------------------------------
      * CA1YCOB9's Main-program section: PUT the CUSTOMER and
      * REFUND-ISSUED containers, SIGNAL the event, then check the
      * outcome.
           MOVE REFUND-CURRENCY     TO PAY-CURRENCY-CODE.
           MOVE REFUND-METHOD       TO PAY-METHOD.
           MOVE REFUND-REFERENCE    TO PAY-REFERENCE.
           MOVE 0                   TO PAY-SETTLED-DATE.

           MOVE 'N' TO PAY-WRITE-DONE-SW.
           MOVE 0 TO PAY-WRITE-TRIES.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           MOVE 'C'                 TO RUN-IN-COMPLETION.
           MOVE 6                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'PROCESSED'         TO RUN-IN-COUNTER-LABEL(1).
           MOVE RETURNS-PROCESSED-CNT
               TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'REFUNDED'          TO RUN-IN-COUNTER-LABEL(5).
           MOVE REFUNDS-ISSUED-CNT
               TO RUN-IN-COUNTER-VALUE(5).
           MOVE 'CREDITED'          TO RUN-IN-COUNTER-LABEL(6).
           MOVE CREDIT-NOTES-CNT
               TO RUN-IN-COUNTER-VALUE(6).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
