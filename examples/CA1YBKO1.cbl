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
      * Stock receipts and backorder release run.
      *
      * The fan-out (CA1YBAT1) no longer sends an order to the
      * warehouse unless STOCKPOS can cover every line; an order it
      * can't cover is left at backordered on ORDSTAT with its short
      * lines on BACKORD. This driver is what moves those orders
      * again, in two passes:
      *
      *   1. Post the warehouse's STKRCPT goods-in feed onto STOCKPOS
      *      through CA1YSTKU, marking each receipt posted in the
      *      same unit of work so a rerun doesn't count it twice.
      *
      *   2. Work every open backorder, oldest order number first.
      *      A customer who hasn't yet heard about the wait gets one
      *      OrderBackordered notice listing the short lines, through
      *      the usual machinery: CA1YTPLL for the branded body,
      *      CA1YSUPL for the do-not-contact list, CA1YDIGW for a
      *      customer who takes the daily digest, CA1YWINL for quiet
      *      hours, LINK CA1Y for the send, CA1YAUDT for the trail
      *      and CA1YDLQW when the relay lets us down. Then each
      *      short line asks CA1YSTKU to fill it from what is now
      *      free. Only when every line fills is the order released:
      *      CA1YSTAV moves it from backordered back to placed (or
      *      paid), the whole order goes to the warehouse queue the
      *      way the fan-out would have sent it, and the backorder is
      *      closed as released. A partial fill is backed out again -
      *      the units stay free for an order they can complete.
      *
      * A closed window leaves the notice pending for the next run,
      * the same way CA1YDUN1 defers; a failed send goes to the
      * dead-letter queue and counts as sent, so the relay being
      * down doesn't mean two notices later. The fan-out sends no
      * OrderPlaced for an order it backorders, so this notice is
      * the customer's only word that the order was taken: a
      * backorder whose notice is still pending is not filled or
      * released - it stays open, and the run that gets the notice
      * out releases it. A digest customer's notice is a DIGESTQ
      * one-liner, settled as soon as it is parked.
      *
      * Each backorder is its own unit of work. Because the audit,
      * dead-letter and lifecycle programs commit as they go, the
      * BACKORD record is not held across them: the browse is ended,
      * the order worked, the record re-read for update only to
      * stamp the outcome, and the browse restarted after it.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - schedule it
      * daily via an interval-controlled START, after the warehouse's
      * receipt feed has been loaded and at an hour inside most
      * customers' send windows, so that few releases wait a day on
      * a deferred notice.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YBKO1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YRCP.
           COPY CA1YBKO.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YCUS.
           COPY CA1YWHM.
           COPY CA1YDLM.
       01 SWITCHES.
           02 RECEIPT-EOF-SW            PIC X(01) VALUE 'N'.
               88 RECEIPT-EOF            VALUE 'Y'.
           02 RECEIPT-BROWSE-SW         PIC X(01) VALUE 'N'.
               88 RECEIPT-BROWSE-ACTIVE VALUE 'Y'.
           02 BACKORDER-EOF-SW          PIC X(01) VALUE 'N'.
               88 BACKORDER-EOF          VALUE 'Y'.
           02 BROWSE-ACTIVE-SW          PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE         VALUE 'Y'.
           02 ORDER-RESOLVED-SW         PIC X(01) VALUE 'N'.
               88 ORDER-RESOLVED        VALUE 'Y'.
           02 CUSTOMER-RESOLVED-SW      PIC X(01) VALUE 'N'.
               88 CUSTOMER-RESOLVED     VALUE 'Y'.
           02 FILL-REFUSED-SW           PIC X(01) VALUE 'N'.
               88 FILL-REFUSED          VALUE 'Y'.
           02 NOTICE-SETTLED-SW         PIC X(01) VALUE 'N'.
               88 NOTICE-SETTLED        VALUE 'Y'.
           02 ORDER-RELEASED-SW         PIC X(01) VALUE 'N'.
               88 ORDER-RELEASED        VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 DRIVER-COUNTERS.
           02 RECEIPTS-POSTED-CNT       PIC 9(07) VALUE 0.
           02 BACKORDERS-RELEASED-CNT   PIC 9(07) VALUE 0.
           02 NOTICES-SENT-CNT          PIC 9(07) VALUE 0.
           02 NOTICES-SUPPRESSED-CNT    PIC 9(07) VALUE 0.
           02 NOTICES-DEFERRED-CNT      PIC 9(07) VALUE 0.
           02 BACKORDERS-REJECTED-CNT   PIC 9(07) VALUE 0.
       01 BKO-LINE-IDX               PIC 9(03) VALUE 0.
       01 FILLED-LINE-COUNT          PIC 9(03) VALUE 0.
       01 ORD-ITEM-IDX               PIC 9(03) VALUE 0.
       01 BACKORDER-RESUME-KEY       PIC 9(08) VALUE 0.
       01 NOTICE-EVENT-NAME          PIC X(32)
               VALUE 'OrderBackordered                '.
       01 RELEASE-EVENT-NAME         PIC X(32)
               VALUE 'BackorderReleased               '.
       01 CONFIG.
           02 CONFIG-CHANNEL-NAME   PIC X(16) VALUE 'MyChannel       '.
           02 CONFIG-CONT-NAME      PIC X(16) VALUE 'CA1Y            '.
           02 CONFIG-DATA-LENGTH    PIC 9(8) COMP VALUE 0.
           02 CONFIG-DATA           PIC X(8192) VALUE SPACES.
       01 ORDER-SOURCE              PIC X(08) VALUE 'BACKORD '.
      * --------------------------------------------------------------
      * The pick goes to the order's own source's queue, exactly as
      * the fan-out would have sent it; blank on the record means
      * the web storefront.
      * --------------------------------------------------------------
       01 WEB-ORDER-SOURCE          PIC X(08) VALUE 'WEB     '.
       01 PICK-QUEUE-SOURCE         PIC X(08) VALUE SPACES.
       01 RESOLVED-QUEUE-SOURCE     PIC X(08) VALUE SPACES.
           COPY CA1YRESP.
       01 AUDIT-REQUEST.
           COPY CA1YAUDC.
       01 CFG-REQUEST.
           COPY CA1YCFGC.
       01 CHN-REQUEST.
           COPY CA1YCHNC.
       01 TPL-REQUEST.
           COPY CA1YTPLC.
       01 SUP-REQUEST.
           COPY CA1YSUPC.
       01 WIN-REQUEST.
           COPY CA1YWINC.
       01 STAT-REQUEST.
           COPY CA1YSTAC.
       01 STK-REQUEST.
           COPY CA1YSTKC.
       01 DLQ-REQUEST.
           COPY CA1YDLQC.
       01 DIG-REQUEST.
           COPY CA1YDIGC.
       01 RUN-REQUEST.
           COPY CA1YRUNC.
       01 DRIVER-START-STAMP.
           02 DRIVER-START-DATE      PIC 9(07) VALUE 0.
           02 DRIVER-START-TIME      PIC 9(07) VALUE 0.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           PERFORM Initialize-Driver.
           PERFORM Post-Stock-Receipts.
           PERFORM Start-Backorder-Browse.
           PERFORM Process-Backorder-Record UNTIL BACKORDER-EOF.
           PERFORM Terminate-Driver.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Resolve the channel and the region's paths once for the run.
      * --------------------------------------------------------------
       Initialize-Driver section.
           MOVE EIBDATE TO DRIVER-START-DATE.
           MOVE EIBTIME TO DRIVER-START-TIME.

           MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
               COMMAREA(CHN-REQUEST)
           END-EXEC.
           MOVE CHN-OUT-CHANNEL-NAME TO CONFIG-CHANNEL-NAME.
           MOVE ORDER-SOURCE TO RESOLVED-QUEUE-SOURCE.

           EXEC CICS ASSIGN APPLID(CFG-IN-APPLID) END-EXEC.
           EXEC CICS LINK PROGRAM('CA1YCFGL')
               COMMAREA(CFG-REQUEST)
           END-EXEC.
       Initialize-Driver-exit.
           exit.
      * --------------------------------------------------------------
      * Pass 1: browse the receipt feed for update and post every
      * receipt not already posted. Nothing in the posting commits
      * on its own, so each receipt and its STOCKPOS movement are
      * committed together before the next one is read.
      * --------------------------------------------------------------
       Post-Stock-Receipts section.
           MOVE LOW-VALUES TO RCP-KEY.
           EXEC CICS STARTBR FILE(RECEIPT-FILE-NAME)
               RIDFLD(RCP-KEY) KEYLENGTH(LENGTH OF RCP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET RECEIPT-BROWSE-ACTIVE TO TRUE
               PERFORM Read-Next-Receipt
           ELSE
               SET RECEIPT-EOF TO TRUE
           END-IF.

           PERFORM Post-Receipt-Record UNTIL RECEIPT-EOF.

           IF RECEIPT-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(RECEIPT-FILE-NAME) END-EXEC
           END-IF.
       Post-Stock-Receipts-exit.
           exit.
      * --------------------------------------------------------------
      * Count one receipt onto the shelf and mark it posted.
      * --------------------------------------------------------------
       Post-Receipt-Record section.
           IF RCP-POSTED
               EXEC CICS UNLOCK FILE(RECEIPT-FILE-NAME) END-EXEC
           ELSE
               SET STK-RECEIPT TO TRUE
               MOVE RCP-SKU      TO STK-IN-SKU
               MOVE RCP-QUANTITY TO STK-IN-QUANTITY
               EXEC CICS LINK PROGRAM('CA1YSTKU')
                   COMMAREA(STK-REQUEST)
               END-EXEC

               MOVE 'Y'     TO RCP-POSTED-SW
               MOVE EIBDATE TO RCP-POSTED-DATE
               EXEC CICS REWRITE FILE(RECEIPT-FILE-NAME)
                   FROM(CA1Y-RECEIPT-RECORD)
               END-EXEC
               EXEC CICS SYNCPOINT END-EXEC
               ADD 1 TO RECEIPTS-POSTED-CNT
           END-IF.

           PERFORM Read-Next-Receipt.
       Post-Receipt-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next receipt for update, noting end of browse.
      * --------------------------------------------------------------
       Read-Next-Receipt section.
           EXEC CICS READNEXT FILE(RECEIPT-FILE-NAME)
               INTO(CA1Y-RECEIPT-RECORD)
               RIDFLD(RCP-KEY) KEYLENGTH(LENGTH OF RCP-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET RECEIPT-EOF TO TRUE
           END-IF.
       Read-Next-Receipt-exit.
           exit.
      * --------------------------------------------------------------
      * Pass 2: (re)start the BACKORD browse just past the last
      * backorder worked - from the top the first time - and prime
      * the loop with the next record.
      * --------------------------------------------------------------
       Start-Backorder-Browse section.
           MOVE BACKORDER-RESUME-KEY TO BKO-ORDER-NUMBER.
           EXEC CICS STARTBR FILE(BACKORDER-FILE-NAME)
               RIDFLD(BKO-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF BKO-ORDER-NUMBER)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
               PERFORM Read-Next-Backorder
           ELSE
               SET BACKORDER-EOF TO TRUE
           END-IF.
       Start-Backorder-Browse-exit.
           exit.
      * --------------------------------------------------------------
      * Released and cancelled backorders are history; only an open
      * one is worked. The browse is let go while it is, and picked
      * up again after it.
      * --------------------------------------------------------------
       Process-Backorder-Record section.
           IF BKO-OPEN
               COMPUTE BACKORDER-RESUME-KEY = BKO-ORDER-NUMBER + 1
               EXEC CICS ENDBR FILE(BACKORDER-FILE-NAME) END-EXEC
               MOVE 'N' TO BROWSE-ACTIVE-SW
               PERFORM Work-Open-Backorder
               EXEC CICS SYNCPOINT END-EXEC
               PERFORM Start-Backorder-Browse
           ELSE
               PERFORM Read-Next-Backorder
           END-IF.
       Process-Backorder-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Tell the customer about the wait if nobody has yet, then see
      * whether the shelf can now cover every short line. A notice
      * still pending after that - the window was closed - holds
      * the backorder open for the next run to tell them first.
      * Whatever changed is stamped onto the BACKORD record at the
      * end.
      * --------------------------------------------------------------
       Work-Open-Backorder section.
           MOVE 'N' TO NOTICE-SETTLED-SW.
           MOVE 'N' TO ORDER-RELEASED-SW.
           PERFORM Resolve-Backorder-Order.
           IF ORDER-RESOLVED
               PERFORM Resolve-Customer-Master
           END-IF.

           IF NOT ORDER-RESOLVED OR NOT CUSTOMER-RESOLVED
               ADD 1 TO BACKORDERS-REJECTED-CNT
           ELSE
               IF BKO-NOTICE-PENDING
                   PERFORM Send-Backorder-Notice
               END-IF
               IF BKO-NOTICE-SENT OR NOTICE-SETTLED
                   PERFORM Fill-Backorder-Lines
                   IF NOT FILL-REFUSED
                       PERFORM Release-Backorder
                   END-IF
               END-IF
               IF NOTICE-SETTLED OR ORDER-RELEASED
                   PERFORM Update-Backorder-Record
               END-IF
           END-IF.
       Work-Open-Backorder-exit.
           exit.
      * --------------------------------------------------------------
      * Read the backordered order off ORDERFIL - the whole order is
      * what the warehouse gets once it is released.
      * --------------------------------------------------------------
       Resolve-Backorder-Order section.
           MOVE 'N' TO ORDER-RESOLVED-SW.
           MOVE 'N' TO CUSTOMER-RESOLVED-SW.
           MOVE BKO-ORDER-NUMBER TO ORD-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET ORDER-RESOLVED TO TRUE
           END-IF.
       Resolve-Backorder-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Read the order's customer off the CUSTMAST master.
      * --------------------------------------------------------------
       Resolve-Customer-Master section.
           MOVE 'N' TO CUSTOMER-RESOLVED-SW.
           MOVE ORD-CUST-NUMBER TO CUST-REC-NUMBER.
           EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET CUSTOMER-RESOLVED TO TRUE
           END-IF.
       Resolve-Customer-Master-exit.
           exit.
      * --------------------------------------------------------------
      * Suppression, the digest preference, quiet hours, then the
      * send itself. Everything but a closed window settles the
      * notice: a suppressed customer was never going to get it, a
      * digest customer hears at end of day, and a failed send is on
      * the dead-letter queue for CA1YDLQR to retry. A digested
      * notice counts as notified.
      * --------------------------------------------------------------
       Send-Backorder-Notice section.
           PERFORM Check-Suppression-List.
           EVALUATE TRUE
               WHEN SUP-IS-SUPPRESSED
                   ADD 1 TO NOTICES-SUPPRESSED-CNT
                   PERFORM Audit-Suppressed-Skip
                   SET NOTICE-SETTLED TO TRUE
               WHEN CUST-REC-WANTS-DIGEST
                   PERFORM Queue-Digest-Entry
                   ADD 1 TO NOTICES-SENT-CNT
                   SET NOTICE-SETTLED TO TRUE
               WHEN OTHER
                   PERFORM Check-Send-Window
                   IF WIN-IS-CLOSED
                       ADD 1 TO NOTICES-DEFERRED-CNT
                   ELSE
                       PERFORM Send-Notice-Email
                       IF RESPONSE-IS-OK
                           ADD 1 TO NOTICES-SENT-CNT
                       ELSE
                           ADD 1 TO BACKORDERS-REJECTED-CNT
                           PERFORM Write-Send-Dead-Letter
                       END-IF
                       SET NOTICE-SETTLED TO TRUE
                   END-IF
           END-EVALUATE.
       Send-Backorder-Notice-exit.
           exit.
      * --------------------------------------------------------------
      * A digest-preference customer gets no immediate email: the
      * notice's one-liner is parked on DIGESTQ for the end-of-day
      * run and the park is audited with outcome 'G', as the
      * fan-out does for its confirmations.
      * --------------------------------------------------------------
       Queue-Digest-Entry section.
           MOVE ORD-CUST-NUMBER   TO DIG-IN-CUST-NUMBER.
           MOVE NOTICE-EVENT-NAME TO DIG-IN-EVENT-NAME.
           MOVE ORD-ORDER-NUMBER  TO DIG-IN-ORDER-NUMBER.
           MOVE SPACES            TO DIG-IN-TEXT.
           STRING 'Part of your order ' ORD-ORDER-NUMBER
               ' is on backorder - it ships once it is all in.'
               DELIMITED BY SIZE INTO DIG-IN-TEXT.
           EXEC CICS LINK PROGRAM('CA1YDIGW')
               COMMAREA(DIG-REQUEST)
           END-EXEC.

           MOVE NOTICE-EVENT-NAME   TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES              TO AUDIT-IN-CONTAINER-NAMES.
           MOVE ORD-ORDER-NUMBER    TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL      TO AUDIT-IN-RECIPIENT.
           MOVE 'DIGESTED'          TO AUDIT-IN-CA1Y-RESPONSE.
           MOVE 'G'                 TO AUDIT-IN-OUTCOME.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Queue-Digest-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YSUPL whether this customer's email address is on the
      * SUPPFILE do-not-contact list.
      * --------------------------------------------------------------
       Check-Suppression-List section.
           MOVE CUST-REC-EMAIL TO SUP-IN-CONTACT-VALUE.
           EXEC CICS LINK PROGRAM('CA1YSUPL')
               COMMAREA(SUP-REQUEST)
           END-EXEC.
       Check-Suppression-List-exit.
           exit.
      * --------------------------------------------------------------
      * Prove the skip happened: one AUDITLOG entry with outcome 'S'.
      * --------------------------------------------------------------
       Audit-Suppressed-Skip section.
           MOVE NOTICE-EVENT-NAME   TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES              TO AUDIT-IN-CONTAINER-NAMES.
           MOVE ORD-ORDER-NUMBER    TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL      TO AUDIT-IN-RECIPIENT.
           MOVE 'SUPPRESSED'        TO AUDIT-IN-CA1Y-RESPONSE.
           MOVE 'S'                 TO AUDIT-IN-OUTCOME.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Audit-Suppressed-Skip-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YWINL whether now is an acceptable delivery time for
      * this customer's locale. A closed window defers to the next
      * run rather than parking: the run comes back tomorrow anyway.
      * --------------------------------------------------------------
       Check-Send-Window section.
           MOVE CUST-REC-LOCALE TO WIN-IN-LOCALE.
           EXEC CICS LINK PROGRAM('CA1YWINL')
               COMMAREA(WIN-REQUEST)
           END-EXEC.
       Check-Send-Window-exit.
           exit.
      * --------------------------------------------------------------
      * Look up the notice's branded body with the customer, the
      * order and its short lines merged in, and send it through the
      * LINK-CA1Y route CA1YCOB2 uses.
      * --------------------------------------------------------------
       Send-Notice-Email section.
           MOVE NOTICE-EVENT-NAME   TO TPL-IN-EVENT-NAME.
           MOVE CUST-REC-LOCALE     TO TPL-IN-LOCALE.
           MOVE CUST-REC-NAME       TO TPL-IN-CUST-NAME.
           MOVE ORD-ORDER-NUMBER    TO TPL-IN-ORDER-NUMBER.
           MOVE ORD-ORDER-TOTAL     TO TPL-IN-ORDER-TOTAL.
           MOVE ORD-CURRENCY-CODE   TO TPL-IN-CURRENCY-CODE.
           MOVE BKO-LINE-COUNT      TO TPL-IN-ITEM-COUNT.
           PERFORM Load-Notice-Item
               VARYING BKO-LINE-IDX FROM 1 BY 1
               UNTIL BKO-LINE-IDX > BKO-LINE-COUNT.
           EXEC CICS LINK PROGRAM('CA1YTPLL')
               COMMAREA(TPL-REQUEST)
           END-EXEC.

           MOVE SPACES TO CONFIG-DATA.
           STRING
               'import.private={file=' DELIMITED BY SIZE
               CFG-OUT-PROPS-PATH DELIMITED BY SPACE
               ':encoding=UTF-8}' CR DELIMITED BY SIZE
               'mail.to=' DELIMITED BY SIZE
               CUST-REC-EMAIL DELIMITED BY SPACE
               CR DELIMITED BY SIZE
               'mail.subject=Part of your order is on backorder' CR
               'mail.content=' DELIMITED BY SIZE
               TPL-OUT-CONTENT(1:TPL-OUT-CONTENT-LENGTH)
                   DELIMITED BY SIZE
               CR DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO CONFIG-DATA.

           MOVE 0 TO CONFIG-DATA-LENGTH.
           INSPECT CONFIG-DATA TALLYING CONFIG-DATA-LENGTH
               FOR CHARACTERS BEFORE INITIAL X'00'.

           EXEC CICS PUT CONTAINER(CONFIG-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(CONFIG-DATA) FLENGTH(CONFIG-DATA-LENGTH) CHAR
           END-EXEC.

           EXEC CICS LINK PROGRAM('CA1Y')
               CHANNEL(CONFIG-CHANNEL-NAME)
           END-EXEC.

           PERFORM Check-CA1Y-Response.
       Send-Notice-Email-exit.
           exit.
      * --------------------------------------------------------------
      * One short line becomes one {ORDER_ITEMS} entry: the units
      * still awaited and what they are.
      * --------------------------------------------------------------
       Load-Notice-Item section.
           MOVE BKO-LINE-QTY-SHORT(BKO-LINE-IDX)
               TO TPL-IN-ITEM-QUANTITY(BKO-LINE-IDX).
           MOVE BKO-LINE-DESCRIPTION(BKO-LINE-IDX)
               TO TPL-IN-ITEM-DESCRIPTION(BKO-LINE-IDX).
       Load-Notice-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Retrieve the CA1YRESPONSE container and audit the outcome
      * under the notice's event name.
      * --------------------------------------------------------------
       Check-CA1Y-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE NOTICE-EVENT-NAME    TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME  TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES               TO AUDIT-IN-CONTAINER-NAMES.
           MOVE CONFIG-CONT-NAME     TO AUDIT-IN-CONTAINER(1).
           MOVE ORD-ORDER-NUMBER     TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL       TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA        TO AUDIT-IN-CA1Y-RESPONSE.
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
      * A failed notice keeps its built properties container so
      * CA1YDLQR can retry the LINK to CA1Y later.
      * --------------------------------------------------------------
       Write-Send-Dead-Letter section.
           MOVE NOTICE-EVENT-NAME    TO DLQ-IN-EVENT-NAME.
           MOVE 'CA1Y'               TO DLQ-IN-LINK-PROGRAM.
           MOVE CONFIG-CHANNEL-NAME  TO DLQ-IN-CHANNEL-NAME.
           MOVE ORD-ORDER-NUMBER     TO DLQ-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL       TO DLQ-IN-RECIPIENT.
           MOVE RESPONSE-DATA        TO DLQ-IN-CA1Y-RESPONSE.
           MOVE 1                    TO DLQ-IN-CONTAINER-COUNT.
           MOVE CONFIG-CONT-NAME     TO DLQ-IN-CONTAINER-NAME(1).
           MOVE CONFIG-DATA-LENGTH   TO DLQ-IN-CONTAINER-LENGTH(1).
           MOVE CONFIG-DATA          TO DLQ-IN-CONTAINER-DATA(1).
           EXEC CICS LINK PROGRAM('CA1YDLQW')
               COMMAREA(DLQ-REQUEST)
           END-EXEC.
       Write-Send-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YSTKU to fill each short line in turn, stopping at the
      * first it refuses - and then handing back the lines already
      * filled, so a backorder holds stock only once it can ship.
      * --------------------------------------------------------------
       Fill-Backorder-Lines section.
           MOVE 'N' TO FILL-REFUSED-SW.
           MOVE 0 TO FILLED-LINE-COUNT.
           PERFORM Fill-Backorder-Line
               VARYING BKO-LINE-IDX FROM 1 BY 1
               UNTIL BKO-LINE-IDX > BKO-LINE-COUNT
                  OR FILL-REFUSED.
           IF FILL-REFUSED
               PERFORM Back-Out-Filled-Lines
           END-IF.
       Fill-Backorder-Lines-exit.
           exit.
      * --------------------------------------------------------------
      * Ask for one short line's units.
      * --------------------------------------------------------------
       Fill-Backorder-Line section.
           SET STK-FILL-BACKORDER TO TRUE.
           MOVE BKO-LINE-SKU(BKO-LINE-IDX)       TO STK-IN-SKU.
           MOVE BKO-LINE-QTY-SHORT(BKO-LINE-IDX) TO STK-IN-QUANTITY.
           EXEC CICS LINK PROGRAM('CA1YSTKU')
               COMMAREA(STK-REQUEST)
           END-EXEC.
           IF STK-OUT-FILL-REFUSED
               SET FILL-REFUSED TO TRUE
           ELSE
               ADD 1 TO FILLED-LINE-COUNT
           END-IF.
       Fill-Backorder-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Return the filled lines to backordered.
      * --------------------------------------------------------------
       Back-Out-Filled-Lines section.
           PERFORM Back-Out-Filled-Line
               VARYING BKO-LINE-IDX FROM 1 BY 1
               UNTIL BKO-LINE-IDX > FILLED-LINE-COUNT.
       Back-Out-Filled-Lines-exit.
           exit.
      * --------------------------------------------------------------
       Back-Out-Filled-Line section.
           SET STK-KEEP-SHORT TO TRUE.
           MOVE BKO-LINE-SKU(BKO-LINE-IDX)       TO STK-IN-SKU.
           MOVE BKO-LINE-QTY-SHORT(BKO-LINE-IDX) TO STK-IN-QUANTITY.
           EXEC CICS LINK PROGRAM('CA1YSTKU')
               COMMAREA(STK-REQUEST)
           END-EXEC.
       Back-Out-Filled-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Every line is covered: CA1YSTAV moves the order off
      * backordered, and the whole order goes to the warehouse. A
      * lifecycle that won't have it (cancelled meanwhile by some
      * path that didn't close the backorder) gets its units back
      * and the record stays open for someone to look at.
      * --------------------------------------------------------------
       Release-Backorder section.
           PERFORM Validate-Backorder-Release.
           IF STAT-EVENT-REJECTED
               MOVE BKO-LINE-COUNT TO FILLED-LINE-COUNT
               PERFORM Back-Out-Filled-Lines
               ADD 1 TO BACKORDERS-REJECTED-CNT
           ELSE
               PERFORM Publish-Warehouse-Order
               SET ORDER-RELEASED TO TRUE
               ADD 1 TO BACKORDERS-RELEASED-CNT
           END-IF.
       Release-Backorder-exit.
           exit.
      * --------------------------------------------------------------
      * Hand CA1YSTAV the BackorderReleased; it audits a rejection
      * itself.
      * --------------------------------------------------------------
       Validate-Backorder-Release section.
           MOVE RELEASE-EVENT-NAME  TO STAT-IN-EVENT-NAME.
           MOVE ORD-ORDER-NUMBER    TO STAT-IN-ORDER-NUMBER.
           MOVE CONFIG-CHANNEL-NAME TO STAT-IN-CHANNEL-NAME.
           MOVE CUST-REC-EMAIL      TO STAT-IN-RECIPIENT.
           MOVE 0                   TO STAT-IN-ORDER-QUANTITY.
           MOVE 0                   TO STAT-IN-SHIP-QUANTITY.
           EXEC CICS LINK PROGRAM('CA1YSTAV')
               COMMAREA(STAT-REQUEST)
           END-EXEC.
       Validate-Backorder-Release-exit.
           exit.
      * --------------------------------------------------------------
      * Build the warehouse order message from the order record, PUT
      * it and the order source's queue name on the channel, and
      * LINK CA1YMQPW to do the MQPUT - the same message CA1YBAT1
      * would have published had the stock been there. A failed
      * publish goes to the dead-letter queue for CA1YDLQR to retry.
      * --------------------------------------------------------------
       Publish-Warehouse-Order section.
           PERFORM Resolve-Pick-Queue.
           MOVE ORD-ORDER-NUMBER TO WHM-ORDER-NUMBER.
           MOVE ORD-ORDER-TOTAL  TO WHM-ORDER-TOTAL.
           MOVE CUST-REC-NAME    TO WHM-CUST-NAME.
           MOVE CUST-REC-ADDR1   TO WHM-CUST-ADDR1.
           MOVE ORD-ITEM-COUNT   TO WHM-ITEM-COUNT.
           PERFORM Load-Warehouse-Item
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.

           EXEC CICS PUT CONTAINER(WAREHOUSE-QUEUE-CONTAINER)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(CHN-OUT-QUEUE-NAME) CHAR
           END-EXEC.
           EXEC CICS PUT CONTAINER(WAREHOUSE-MSG-CONTAINER)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(CA1Y-WAREHOUSE-MESSAGE) CHAR
           END-EXEC.

           EXEC CICS LINK PROGRAM('CA1YMQPW')
               CHANNEL(CONFIG-CHANNEL-NAME)
           END-EXEC.

           PERFORM Check-Publish-Response.
       Publish-Warehouse-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Point CHN-OUT-QUEUE-NAME at this order's source's queue. The
      * lookup only repeats when the source changes from the last
      * one resolved.
      * --------------------------------------------------------------
       Resolve-Pick-Queue section.
           IF ORD-ORDER-SOURCE = SPACES
               MOVE WEB-ORDER-SOURCE TO PICK-QUEUE-SOURCE
           ELSE
               MOVE ORD-ORDER-SOURCE TO PICK-QUEUE-SOURCE
           END-IF.
           IF PICK-QUEUE-SOURCE NOT = RESOLVED-QUEUE-SOURCE
               MOVE PICK-QUEUE-SOURCE TO CHN-IN-ORDER-SOURCE
               EXEC CICS LINK PROGRAM('CA1YCHNL')
                   COMMAREA(CHN-REQUEST)
               END-EXEC
               MOVE PICK-QUEUE-SOURCE TO RESOLVED-QUEUE-SOURCE
           END-IF.
       Resolve-Pick-Queue-exit.
           exit.
      * --------------------------------------------------------------
      * Copy one order line into the warehouse message.
      * --------------------------------------------------------------
       Load-Warehouse-Item section.
           MOVE ORD-ITEM-SKU(ORD-ITEM-IDX)
               TO WHM-ITEM-SKU(ORD-ITEM-IDX).
           MOVE ORD-ITEM-QUANTITY(ORD-ITEM-IDX)
               TO WHM-ITEM-QUANTITY(ORD-ITEM-IDX).
           MOVE ORD-ITEM-DESCRIPTION(ORD-ITEM-IDX)
               TO WHM-ITEM-DESCRIPTION(ORD-ITEM-IDX).
       Load-Warehouse-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Audit the publish outcome against the order and, when the
      * queue manager let us down, save the two containers for
      * CA1YDLQR to re-LINK CA1YMQPW with later.
      * --------------------------------------------------------------
       Check-Publish-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE 'Warehouse publish' TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES              TO AUDIT-IN-CONTAINER-NAMES.
           MOVE WAREHOUSE-QUEUE-CONTAINER TO AUDIT-IN-CONTAINER(1).
           MOVE WAREHOUSE-MSG-CONTAINER TO AUDIT-IN-CONTAINER(2).
           MOVE ORD-ORDER-NUMBER    TO AUDIT-IN-ORDER-NUMBER.
           MOVE CHN-OUT-QUEUE-NAME  TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA       TO AUDIT-IN-CA1Y-RESPONSE.
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
      * Save the queue name and message so CA1YDLQR can retry the
      * publish once the queue manager is back.
      * --------------------------------------------------------------
       Write-Warehouse-Dead-Letter section.
           MOVE 'Warehouse publish' TO DLQ-IN-EVENT-NAME.
           MOVE 'CA1YMQPW'          TO DLQ-IN-LINK-PROGRAM.
           MOVE CONFIG-CHANNEL-NAME TO DLQ-IN-CHANNEL-NAME.
           MOVE ORD-ORDER-NUMBER    TO DLQ-IN-ORDER-NUMBER.
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
           MOVE LENGTH OF CA1Y-WAREHOUSE-MESSAGE
               TO DLQ-IN-CONTAINER-LENGTH(2).
           MOVE CA1Y-WAREHOUSE-MESSAGE
               TO DLQ-IN-CONTAINER-DATA(2).
           EXEC CICS LINK PROGRAM('CA1YDLQW')
               COMMAREA(DLQ-REQUEST)
           END-EXEC.
       Write-Warehouse-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp what happened onto the BACKORD record: the notice has
      * gone, and/or the order is released and the backorder closed.
      * Read-for-update here rather than held across the run's LINKs,
      * which commit as they go.
      * --------------------------------------------------------------
       Update-Backorder-Record section.
           EXEC CICS READ FILE(BACKORDER-FILE-NAME)
               INTO(CA1Y-BACKORDER-RECORD)
               RIDFLD(BKO-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF BKO-ORDER-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF NOTICE-SETTLED
                   SET BKO-NOTICE-SENT TO TRUE
               END-IF
               IF ORDER-RELEASED
                   SET BKO-RELEASED TO TRUE
                   MOVE EIBDATE TO BKO-CLOSED-DATE
               END-IF
               EXEC CICS REWRITE FILE(BACKORDER-FILE-NAME)
                   FROM(CA1Y-BACKORDER-RECORD)
               END-EXEC
           END-IF.
       Update-Backorder-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next backorder, noting end of browse.
      * --------------------------------------------------------------
       Read-Next-Backorder section.
           EXEC CICS READNEXT FILE(BACKORDER-FILE-NAME)
               INTO(CA1Y-BACKORDER-RECORD)
               RIDFLD(BKO-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF BKO-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BACKORDER-EOF TO TRUE
           END-IF.
       Read-Next-Backorder-exit.
           exit.
      * --------------------------------------------------------------
      * End the browse and record the run.
      * --------------------------------------------------------------
       Terminate-Driver section.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(BACKORDER-FILE-NAME) END-EXEC
           END-IF.

           PERFORM Write-Run-History.
       Terminate-Driver-exit.
           exit.
      * --------------------------------------------------------------
      * Persist the run's counters to RUNLOG before they evaporate
      * at RETURN - reaching here at all means the run completed.
      * --------------------------------------------------------------
       Write-Run-History section.
           MOVE 'CA1YBKO1'          TO RUN-IN-PROGRAM-NAME.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           MOVE 'C'                 TO RUN-IN-COMPLETION.
           MOVE 6                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'RECEIPTS'          TO RUN-IN-COUNTER-LABEL(1).
           MOVE RECEIPTS-POSTED-CNT TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'RELEASED'          TO RUN-IN-COUNTER-LABEL(2).
           MOVE BACKORDERS-RELEASED-CNT
               TO RUN-IN-COUNTER-VALUE(2).
           MOVE 'NOTIFIED'          TO RUN-IN-COUNTER-LABEL(3).
           MOVE NOTICES-SENT-CNT    TO RUN-IN-COUNTER-VALUE(3).
           MOVE 'SUPPRESSED'        TO RUN-IN-COUNTER-LABEL(4).
           MOVE NOTICES-SUPPRESSED-CNT
               TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'DEFERRED'          TO RUN-IN-COUNTER-LABEL(5).
           MOVE NOTICES-DEFERRED-CNT
               TO RUN-IN-COUNTER-VALUE(5).
           MOVE 'REJECTED'          TO RUN-IN-COUNTER-LABEL(6).
           MOVE BACKORDERS-REJECTED-CNT
               TO RUN-IN-COUNTER-VALUE(6).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
       Write-Run-History-exit.
           exit.
