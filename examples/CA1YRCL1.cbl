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
      * Product recall notification run.
      *
      * When a supplier recalls a product, finding everyone who
      * bought it meant searching the order files by hand. This
      * driver is given the SKU and the range of order dates the
      * recall covers, reads ORDERFIL end to end for orders with a
      * line for that SKU taken in the range, and:
      *
      *   - leaves out orders ORDSTAT shows cancelled, or returned
      *     or refunded - the goods never reached the customer, or
      *     came back;
      *   - resolves each remaining order's customer on CUSTMAST,
      *     following CUST-REC-MERGED-TO to the survivor, so a
      *     customer keyed twice hears once;
      *   - sends each customer one ProductRecall notice listing the
      *     product and the orders it came on, through the usual
      *     machinery: CA1YTPLL for the branded body, CA1YSUPL for
      *     the do-not-contact list, LINK CA1Y for the send,
      *     CA1YAUDT for the trail under the customer's first
      *     affected order, and CA1YDLQW when the relay lets us down;
      *   - prints the listing the regulator asks for: every
      *     affected customer and order, and whether the customer
      *     was reached - with the reason, for anyone who was not.
      *
      * A safety notice is not held for the customer's quiet hours -
      * it goes when the run goes. A customer on the suppression
      * list is still not mailed, but is listed as not reached, the
      * same as an erased customer, one with no email address, or an
      * order whose customer number is not on CUSTMAST: the listing
      * is what customer service works through by other means. A
      * send the relay refuses is dead-lettered for CA1YDLQR to
      * retry, and listed as not reached until it has.
      *
      * An order taken before orders carried a date is included -
      * for a recall, notifying too many beats missing one - and
      * listed with a zero date. The canary's synthetic range is
      * never included.
      *
      * The run is given its SKU and date range as its START data,
      * the same card image a batch job would read from SYSIN:
      *
      *   ssssssss yyyyddd yyyyddd
      *
      * the SKU, then the first and last order dates (Julian,
      * inclusive). A blank SKU, a non-numeric date or a range back
      * to front refuses the run: nothing is sent, the listing says
      * why, and the run goes on RUNLOG as incomplete. So does a
      * recall too big for the tables (2000 orders, 1000 customers)
      * - the orders found so far are listed, and nobody is mailed
      * until the run can be made whole.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - start it
      * with the recall's data. The region's DCT allocates
      * extrapartition queue RCLR to SYSOUT.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YRCL1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YSTA.
           COPY CA1YCUS.
           COPY CA1YDLM.
           COPY CA1YSYN.
       01 REPORT-QUEUE-NAME          PIC X(04) VALUE 'RCLR'.
       01 ERASED-MARKER              PIC X(20) VALUE '*ERASED*'.
       01 SWITCHES.
           02 ORDER-EOF-SW              PIC X(01) VALUE 'N'.
               88 ORDER-EOF              VALUE 'Y'.
           02 BROWSE-ACTIVE-SW          PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE         VALUE 'Y'.
           02 RECALL-VALID-SW           PIC X(01) VALUE 'Y'.
               88 RECALL-VALID          VALUE 'Y'.
               88 RECALL-REFUSED        VALUE 'N'.
           02 TABLE-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88 TABLE-OVERFLOW        VALUE 'Y'.
           02 CUSTOMER-FOUND-SW         PIC X(01) VALUE 'N'.
               88 CUSTOMER-FOUND        VALUE 'Y'.
           02 CUSTOMER-SLOT-SW          PIC X(01) VALUE 'N'.
               88 CUSTOMER-SLOT-FOUND   VALUE 'Y'.
           02 MORE-ORDERS-SW            PIC X(01) VALUE 'N'.
               88 MORE-ORDERS           VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
      * --------------------------------------------------------------
      * The recall, as START data - the SYSIN card image.
      * --------------------------------------------------------------
       01 START-DATA.
           02 START-SKU                 PIC X(08) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-FROM-YYYYDDD        PIC X(07) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-TO-YYYYDDD          PIC X(07) VALUE SPACES.
       01 START-DATA-LENGTH          PIC S9(04) COMP VALUE 0.
       01 RECALL-SKU                 PIC X(08) VALUE SPACES.
       01 RECALL-FROM-YYYYDDD        PIC 9(07) VALUE 0.
       01 RECALL-TO-YYYYDDD          PIC 9(07) VALUE 0.
       01 RECALL-FROM-CYYDDD         PIC 9(07) VALUE 0.
       01 RECALL-TO-CYYDDD           PIC 9(07) VALUE 0.
       01 RECALL-DESCRIPTION         PIC X(20) VALUE SPACES.
       01 REFUSAL-REASON             PIC X(60) VALUE SPACES.
       01 DRIVER-COUNTERS.
           02 ORDERS-AFFECTED-CNT       PIC 9(07) VALUE 0.
           02 ORDERS-EXCLUDED-CNT       PIC 9(07) VALUE 0.
           02 CUSTOMERS-CNT             PIC 9(07) VALUE 0.
           02 NOTIFIED-CNT              PIC 9(07) VALUE 0.
           02 UNREACHED-CNT             PIC 9(07) VALUE 0.
       01 ORDER-ITEM-IDX             PIC 9(03) VALUE 0.
       01 ORDER-UNITS                PIC 9(05) VALUE 0.
      * --------------------------------------------------------------
      * Every affected order, collected before anyone is mailed so
      * the ORDERFIL browse isn't held across the sends: the number
      * it was placed under, the survivor that number resolves to,
      * and which row of the customer table that survivor is.
      * --------------------------------------------------------------
       01 RECALL-ORDER-TABLE.
           02 RO-COUNT                  PIC 9(04) COMP VALUE 0.
           02 RO-LIMIT                  PIC 9(04) COMP VALUE 2000.
           02 RO-ENTRY OCCURS 2000 TIMES.
               03 RO-ORDER-NUMBER       PIC 9(08).
               03 RO-PLACED-CUST        PIC 9(08).
               03 RO-CUST-NUMBER        PIC 9(08).
               03 RO-ORDER-DATE         PIC 9(07).
               03 RO-UNITS              PIC 9(05).
               03 RO-STATUS             PIC X(01).
               03 RO-CUST-IDX           PIC 9(04) COMP.
       01 RO-IDX                     PIC 9(04) COMP VALUE 0.
      * --------------------------------------------------------------
      * One row per customer to notify, in the order the customers
      * were first met, with how the notice went:
      *   N notified            S suppressed
      *   E erased              X no email address
      *   M not on CUSTMAST     F send failed, dead-lettered
      * --------------------------------------------------------------
       01 RECALL-CUSTOMER-TABLE.
           02 RC-COUNT                  PIC 9(04) COMP VALUE 0.
           02 RC-LIMIT                  PIC 9(04) COMP VALUE 1000.
           02 RC-ENTRY OCCURS 1000 TIMES.
               03 RC-CUST-NUMBER        PIC 9(08).
               03 RC-FIRST-ORDER        PIC 9(08).
               03 RC-UNITS              PIC 9(05).
               03 RC-ON-FILE-SW         PIC X(01).
                   88 RC-ON-FILE        VALUE 'Y'.
               03 RC-OUTCOME            PIC X(01).
                   88 RC-NOTIFIED       VALUE 'N'.
                   88 RC-SUPPRESSED     VALUE 'S'.
                   88 RC-ERASED         VALUE 'E'.
                   88 RC-NO-EMAIL       VALUE 'X'.
                   88 RC-NOT-ON-FILE    VALUE 'M'.
                   88 RC-SEND-FAILED    VALUE 'F'.
       01 RC-IDX                     PIC 9(04) COMP VALUE 0.
       01 MERGE-HOPS                 PIC 9(02) VALUE 0.
       01 MERGE-HOP-LIMIT            PIC 9(02) VALUE 10.
       01 NOTICE-LINE-COUNT          PIC 9(03) VALUE 0.
       01 NOTICE-LINE-LIMIT          PIC 9(03) VALUE 30.
       01 NOTICE-LINE.
           02 FILLER                    PIC X(06) VALUE 'Order '.
           02 NL-ORDER-NUMBER           PIC 9(08).
           02 FILLER                    PIC X(02) VALUE ': '.
           02 NL-UNITS                  PIC ZZZZ9.
           02 FILLER                    PIC X(08) VALUE ' unit(s)'.
       01 AND-MORE-LINE              PIC X(80) VALUE
               'and further orders - please contact customer service'.
       01 RECALL-EVENT-NAME          PIC X(32)
               VALUE 'ProductRecall                   '.
       01 CONFIG.
           02 CONFIG-CHANNEL-NAME   PIC X(16) VALUE 'MyChannel       '.
           02 CONFIG-CONT-NAME      PIC X(16) VALUE 'CA1Y            '.
           02 CONFIG-DATA-LENGTH    PIC 9(8) COMP VALUE 0.
           02 CONFIG-DATA           PIC X(8192) VALUE SPACES.
       01 ORDER-SOURCE              PIC X(08) VALUE 'RECALL  '.
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
       01 DLQ-REQUEST.
           COPY CA1YDLQC.
       01 RUN-REQUEST.
           COPY CA1YRUNC.
       01 DRIVER-START-STAMP.
           02 DRIVER-START-DATE      PIC 9(07) VALUE 0.
           02 DRIVER-START-TIME      PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * The RCLR listing, 132 columns.
      * --------------------------------------------------------------
       01 REPORT-LINE                   PIC X(132) VALUE SPACES.
       01 REPORT-HEADING.
           02 FILLER                    PIC X(38) VALUE
               'CA1YRCL1 - PRODUCT RECALL LISTING, RUN'.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 RH-RUN-DATE               PIC 9(07).
           02 FILLER                    PIC X(86) VALUE SPACES.
       01 RECALL-HEADING.
           02 FILLER                    PIC X(05) VALUE ' SKU '.
           02 RCH-SKU                   PIC X(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 RCH-DESCRIPTION           PIC X(20).
           02 FILLER                    PIC X(20) VALUE
               '  ORDERED FROM DAY  '.
           02 RCH-FROM                  PIC 9(07).
           02 FILLER                    PIC X(08) VALUE '  TO DAY'.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 RCH-TO                    PIC 9(07).
           02 FILLER                    PIC X(54) VALUE SPACES.
       01 COLUMN-HEADING.
           02 FILLER                    PIC X(11) VALUE ' CUSTOMER'.
           02 FILLER                    PIC X(22) VALUE 'NAME'.
           02 FILLER                    PIC X(22) VALUE 'EMAIL'.
           02 FILLER                    PIC X(77) VALUE 'OUTCOME'.
       01 ORDER-COLUMN-HEADING.
           02 FILLER                    PIC X(14) VALUE SPACES.
           02 FILLER                    PIC X(09) VALUE 'ORDER'.
           02 FILLER                    PIC X(09) VALUE 'DATE'.
           02 FILLER                    PIC X(07) VALUE 'UNITS'.
           02 FILLER                    PIC X(06) VALUE 'STATE'.
           02 FILLER                    PIC X(87) VALUE 'PLACED UNDER'.
       01 CUSTOMER-LINE.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 CL-CUST-NUMBER            PIC Z(07)9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-NAME                   PIC X(20).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-EMAIL                  PIC X(20).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-OUTCOME                PIC X(40).
           02 FILLER                    PIC X(37) VALUE SPACES.
       01 ORDER-LINE.
           02 FILLER                    PIC X(11) VALUE SPACES.
           02 OL-ORDER-NUMBER           PIC Z(07)9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 OL-ORDER-DATE             PIC 9(07).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 OL-UNITS                  PIC ZZZZ9.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 OL-STATUS                 PIC X(01).
           02 FILLER                    PIC X(03) VALUE SPACES.
           02 OL-PLACED-UNDER           PIC X(08).
           02 FILLER                    PIC X(79) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 TL-LABEL                  PIC X(30).
           02 TL-COUNT                  PIC Z,ZZZ,ZZ9.
           02 FILLER                    PIC X(92) VALUE SPACES.
       01 PLACED-UNDER-EDIT          PIC 9(08) VALUE 0.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           PERFORM Initialize-Driver.

           IF RECALL-VALID
               PERFORM Collect-Recalled-Orders
           END-IF.
           IF RECALL-VALID
               PERFORM Resolve-Recall-Customer
                   VARYING RO-IDX FROM 1 BY 1
                   UNTIL RO-IDX > RO-COUNT
                   OR TABLE-OVERFLOW
               IF TABLE-OVERFLOW
                   MOVE 'RECALL TOO BIG FOR ONE RUN - NOBODY MAILED'
                       TO REFUSAL-REASON
                   SET RECALL-REFUSED TO TRUE
               END-IF
           END-IF.
           IF RECALL-VALID
               PERFORM Notify-Customer
                   VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RC-COUNT
           END-IF.

           PERFORM Print-Listing.
           PERFORM Write-Run-History.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the start, take the recall off the START data, and
      * resolve the channel and the region's paths once.
      * --------------------------------------------------------------
       Initialize-Driver section.
           MOVE EIBDATE TO DRIVER-START-DATE.
           MOVE EIBTIME TO DRIVER-START-TIME.

           MOVE SPACES TO START-DATA.
           MOVE LENGTH OF START-DATA TO START-DATA-LENGTH.
           EXEC CICS RETRIEVE INTO(START-DATA)
               LENGTH(START-DATA-LENGTH)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO RECALL GIVEN - START WITH SKU AND DATES'
                       TO REFUSAL-REASON
                   SET RECALL-REFUSED TO TRUE
               WHEN START-SKU = SPACES
                   MOVE 'NO SKU GIVEN' TO REFUSAL-REASON
                   SET RECALL-REFUSED TO TRUE
               WHEN START-FROM-YYYYDDD IS NOT NUMERIC
                   OR START-TO-YYYYDDD IS NOT NUMERIC
                   MOVE 'DATES MUST BE YYYYDDD YYYYDDD'
                       TO REFUSAL-REASON
                   SET RECALL-REFUSED TO TRUE
               WHEN START-FROM-YYYYDDD NOT > '1900000'
                   OR START-FROM-YYYYDDD > START-TO-YYYYDDD
                   MOVE 'DATE RANGE IS NOT VALID' TO REFUSAL-REASON
                   SET RECALL-REFUSED TO TRUE
               WHEN OTHER
                   MOVE START-SKU          TO RECALL-SKU
                   MOVE START-FROM-YYYYDDD TO RECALL-FROM-YYYYDDD
                   MOVE START-TO-YYYYDDD   TO RECALL-TO-YYYYDDD
                   COMPUTE RECALL-FROM-CYYDDD =
                       RECALL-FROM-YYYYDDD - 1900000
                   COMPUTE RECALL-TO-CYYDDD =
                       RECALL-TO-YYYYDDD - 1900000
           END-EVALUATE.

           MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
               COMMAREA(CHN-REQUEST)
           END-EXEC.
           MOVE CHN-OUT-CHANNEL-NAME TO CONFIG-CHANNEL-NAME.

           EXEC CICS ASSIGN APPLID(CFG-IN-APPLID) END-EXEC.
           EXEC CICS LINK PROGRAM('CA1YCFGL')
               COMMAREA(CFG-REQUEST)
           END-EXEC.
       Initialize-Driver-exit.
           exit.
      * --------------------------------------------------------------
      * Read ORDERFIL end to end for orders with the recalled SKU.
      * --------------------------------------------------------------
       Collect-Recalled-Orders section.
           MOVE 0 TO ORD-ORDER-NUMBER.
           EXEC CICS STARTBR FILE(ORDER-FILE-NAME)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
               PERFORM Read-Next-Order
           ELSE
               SET ORDER-EOF TO TRUE
           END-IF.

           PERFORM Consider-Order
               UNTIL ORDER-EOF OR TABLE-OVERFLOW.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(ORDER-FILE-NAME) END-EXEC
               MOVE 'N' TO BROWSE-ACTIVE-SW
           END-IF.

           IF TABLE-OVERFLOW
               MOVE 'RECALL TOO BIG FOR ONE RUN - NOBODY MAILED'
                   TO REFUSAL-REASON
               SET RECALL-REFUSED TO TRUE
           END-IF.
       Collect-Recalled-Orders-exit.
           exit.
      * --------------------------------------------------------------
      * An order in the date range with a line for the SKU is
      * affected unless its lifecycle says the goods never reached
      * the customer or came back.
      * --------------------------------------------------------------
       Consider-Order section.
           IF ORD-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               AND (ORD-ORDER-DATE = 0
                   OR (ORD-ORDER-DATE >= RECALL-FROM-CYYDDD
                   AND ORD-ORDER-DATE <= RECALL-TO-CYYDDD))
               MOVE 0 TO ORDER-UNITS
               PERFORM Count-Recalled-Units
                   VARYING ORDER-ITEM-IDX FROM 1 BY 1
                   UNTIL ORDER-ITEM-IDX > ORD-ITEM-COUNT
               IF ORDER-UNITS > 0
                   PERFORM Check-Recalled-Order-Status
               END-IF
           END-IF.

           PERFORM Read-Next-Order.
       Consider-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Add up one line's units if it is the recalled SKU, keeping
      * the first description seen for the listing and the notice.
      * --------------------------------------------------------------
       Count-Recalled-Units section.
           IF ORD-ITEM-SKU(ORDER-ITEM-IDX) = RECALL-SKU
               ADD ORD-ITEM-QUANTITY(ORDER-ITEM-IDX) TO ORDER-UNITS
               IF RECALL-DESCRIPTION = SPACES
                   MOVE ORD-ITEM-DESCRIPTION(ORDER-ITEM-IDX)
                       TO RECALL-DESCRIPTION
               END-IF
           END-IF.
       Count-Recalled-Units-exit.
           exit.
      * --------------------------------------------------------------
      * Leave out cancelled, returned and refunded orders; an order
      * with no lifecycle record yet is still affected.
      * --------------------------------------------------------------
       Check-Recalled-Order-Status section.
           MOVE ORD-ORDER-NUMBER TO OSTAT-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-STATUS-FILE-NAME)
               INTO(CA1Y-ORDER-STATUS-RECORD)
               RIDFLD(OSTAT-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF OSTAT-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE '-' TO OSTAT-STATUS
           END-IF.

           IF OSTAT-CANCELLED OR OSTAT-RETURNED OR OSTAT-REFUNDED
               ADD 1 TO ORDERS-EXCLUDED-CNT
           ELSE
               IF RO-COUNT >= RO-LIMIT
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO RO-COUNT
                   ADD 1 TO ORDERS-AFFECTED-CNT
                   MOVE ORD-ORDER-NUMBER TO RO-ORDER-NUMBER(RO-COUNT)
                   MOVE ORD-CUST-NUMBER  TO RO-PLACED-CUST(RO-COUNT)
                   MOVE ORD-CUST-NUMBER  TO RO-CUST-NUMBER(RO-COUNT)
                   MOVE ORD-ORDER-DATE   TO RO-ORDER-DATE(RO-COUNT)
                   MOVE ORDER-UNITS      TO RO-UNITS(RO-COUNT)
                   MOVE OSTAT-STATUS     TO RO-STATUS(RO-COUNT)
                   MOVE 0                TO RO-CUST-IDX(RO-COUNT)
               END-IF
           END-IF.
       Check-Recalled-Order-Status-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next order, noting end of browse.
      * --------------------------------------------------------------
       Read-Next-Order section.
           EXEC CICS READNEXT FILE(ORDER-FILE-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET ORDER-EOF TO TRUE
           END-IF.
       Read-Next-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Turn the number the order was placed under into the customer
      * who answers for it today, and find or add that customer's
      * row.
      * --------------------------------------------------------------
       Resolve-Recall-Customer section.
           MOVE 'N' TO CUSTOMER-FOUND-SW.
           MOVE 0 TO MERGE-HOPS.
           MOVE RO-PLACED-CUST(RO-IDX) TO CUST-REC-NUMBER.
           PERFORM Read-Customer-Master.
           PERFORM Follow-Merge
               UNTIL NOT CUSTOMER-FOUND
               OR NOT CUST-REC-MERGED
               OR CUST-REC-MERGED-TO = 0
               OR MERGE-HOPS >= MERGE-HOP-LIMIT.
           MOVE CUST-REC-NUMBER TO RO-CUST-NUMBER(RO-IDX).

           MOVE 'N' TO CUSTOMER-SLOT-SW.
           PERFORM Match-Customer-Slot
               VARYING RC-IDX FROM 1 BY 1
               UNTIL RC-IDX > RC-COUNT
               OR CUSTOMER-SLOT-FOUND.
           IF CUSTOMER-SLOT-FOUND
               SUBTRACT 1 FROM RC-IDX
           ELSE
               PERFORM Add-Customer-Slot
           END-IF.

           IF NOT TABLE-OVERFLOW
               MOVE RC-IDX TO RO-CUST-IDX(RO-IDX)
               ADD RO-UNITS(RO-IDX) TO RC-UNITS(RC-IDX)
           END-IF.
       Resolve-Recall-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * Step from a merged-away record to the one it points at.
      * --------------------------------------------------------------
       Follow-Merge section.
           ADD 1 TO MERGE-HOPS.
           MOVE CUST-REC-MERGED-TO TO CUST-REC-NUMBER.
           PERFORM Read-Customer-Master.
       Follow-Merge-exit.
           exit.
      * --------------------------------------------------------------
      * Read one CUSTMAST record, noting whether it was there. The
      * number asked for stays in CUST-REC-NUMBER either way.
      * --------------------------------------------------------------
       Read-Customer-Master section.
           EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET CUSTOMER-FOUND TO TRUE
           ELSE
               MOVE 'N' TO CUSTOMER-FOUND-SW
           END-IF.
       Read-Customer-Master-exit.
           exit.
      * --------------------------------------------------------------
      * Test one customer row against the resolved customer.
      * --------------------------------------------------------------
       Match-Customer-Slot section.
           IF RC-CUST-NUMBER(RC-IDX) = RO-CUST-NUMBER(RO-IDX)
               SET CUSTOMER-SLOT-FOUND TO TRUE
           END-IF.
       Match-Customer-Slot-exit.
           exit.
      * --------------------------------------------------------------
      * First order met for this customer: give them a row.
      * --------------------------------------------------------------
       Add-Customer-Slot section.
           IF RC-COUNT >= RC-LIMIT
               SET TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO RC-COUNT
               ADD 1 TO CUSTOMERS-CNT
               MOVE RC-COUNT TO RC-IDX
               MOVE RO-CUST-NUMBER(RO-IDX)  TO RC-CUST-NUMBER(RC-IDX)
               MOVE RO-ORDER-NUMBER(RO-IDX) TO RC-FIRST-ORDER(RC-IDX)
               MOVE 0                       TO RC-UNITS(RC-IDX)
               MOVE SPACES                  TO RC-OUTCOME(RC-IDX)
               IF CUSTOMER-FOUND
                   MOVE 'Y' TO RC-ON-FILE-SW(RC-IDX)
               ELSE
                   MOVE 'N' TO RC-ON-FILE-SW(RC-IDX)
               END-IF
           END-IF.
       Add-Customer-Slot-exit.
           exit.
      * --------------------------------------------------------------
      * One customer's notice: nothing to send to a customer we
      * cannot find, who was erased or who has no address; a
      * suppressed one is audited 'S'; everyone else is mailed.
      * --------------------------------------------------------------
       Notify-Customer section.
           IF NOT RC-ON-FILE(RC-IDX)
               SET RC-NOT-ON-FILE(RC-IDX) TO TRUE
           ELSE
               MOVE RC-CUST-NUMBER(RC-IDX) TO CUST-REC-NUMBER
               PERFORM Read-Customer-Master
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-FOUND
                       SET RC-NOT-ON-FILE(RC-IDX) TO TRUE
                   WHEN CUST-REC-EMAIL = ERASED-MARKER
                       SET RC-ERASED(RC-IDX) TO TRUE
                   WHEN CUST-REC-EMAIL = SPACES
                       SET RC-NO-EMAIL(RC-IDX) TO TRUE
                   WHEN OTHER
                       PERFORM Check-Suppression-List
                       IF SUP-IS-SUPPRESSED
                           SET RC-SUPPRESSED(RC-IDX) TO TRUE
                           PERFORM Audit-Suppressed-Skip
                       ELSE
                           PERFORM Send-Recall-Email
                           IF RESPONSE-IS-OK
                               SET RC-NOTIFIED(RC-IDX) TO TRUE
                           ELSE
                               SET RC-SEND-FAILED(RC-IDX) TO TRUE
                               PERFORM Write-Send-Dead-Letter
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

           IF RC-NOTIFIED(RC-IDX)
               ADD 1 TO NOTIFIED-CNT
           ELSE
               ADD 1 TO UNREACHED-CNT
           END-IF.
       Notify-Customer-exit.
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
      * Prove the skip happened: one AUDITLOG entry with outcome 'S'
      * against the customer's first affected order.
      * --------------------------------------------------------------
       Audit-Suppressed-Skip section.
           MOVE RECALL-EVENT-NAME   TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES              TO AUDIT-IN-CONTAINER-NAMES.
           MOVE RC-FIRST-ORDER(RC-IDX) TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL      TO AUDIT-IN-RECIPIENT.
           MOVE 'SUPPRESSED'        TO AUDIT-IN-CA1Y-RESPONSE.
           MOVE 'S'                 TO AUDIT-IN-OUTCOME.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Audit-Suppressed-Skip-exit.
           exit.
      * --------------------------------------------------------------
      * Look up the recall body with the product and this
      * customer's orders merged in, and send it through the
      * LINK-CA1Y route CA1YCOB2 uses.
      * --------------------------------------------------------------
       Send-Recall-Email section.
           MOVE 0 TO NOTICE-LINE-COUNT.
           MOVE 'N' TO MORE-ORDERS-SW.
           PERFORM Load-Notice-Line
               VARYING RO-IDX FROM 1 BY 1
               UNTIL RO-IDX > RO-COUNT.
           IF MORE-ORDERS
               MOVE AND-MORE-LINE
                   TO TPL-IN-DIGEST-LINE(NOTICE-LINE-LIMIT)
           END-IF.

           MOVE RECALL-EVENT-NAME   TO TPL-IN-EVENT-NAME.
           MOVE CUST-REC-LOCALE     TO TPL-IN-LOCALE.
           MOVE CUST-REC-NAME       TO TPL-IN-CUST-NAME.
           MOVE RC-FIRST-ORDER(RC-IDX) TO TPL-IN-ORDER-NUMBER.
           MOVE 0                   TO TPL-IN-ORDER-TOTAL.
           MOVE SPACES              TO TPL-IN-CURRENCY-CODE.
           MOVE 1                   TO TPL-IN-ITEM-COUNT.
           IF RC-UNITS(RC-IDX) > 999
               MOVE 999 TO TPL-IN-ITEM-QUANTITY(1)
           ELSE
               MOVE RC-UNITS(RC-IDX) TO TPL-IN-ITEM-QUANTITY(1)
           END-IF.
           MOVE RECALL-DESCRIPTION  TO TPL-IN-ITEM-DESCRIPTION(1).
           MOVE NOTICE-LINE-COUNT   TO TPL-IN-DIGEST-COUNT.
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
               'mail.subject=Important safety notice: product recall'
               CR
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
       Send-Recall-Email-exit.
           exit.
      * --------------------------------------------------------------
      * One of this customer's orders onto the notice's line table;
      * past the table's capacity the and-more line takes over.
      * --------------------------------------------------------------
       Load-Notice-Line section.
           IF RO-CUST-IDX(RO-IDX) = RC-IDX
               IF NOTICE-LINE-COUNT >= NOTICE-LINE-LIMIT
                   SET MORE-ORDERS TO TRUE
               ELSE
                   ADD 1 TO NOTICE-LINE-COUNT
                   MOVE RO-ORDER-NUMBER(RO-IDX) TO NL-ORDER-NUMBER
                   MOVE RO-UNITS(RO-IDX)        TO NL-UNITS
                   MOVE NOTICE-LINE
                       TO TPL-IN-DIGEST-LINE(NOTICE-LINE-COUNT)
               END-IF
           END-IF.
       Load-Notice-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Retrieve the CA1YRESPONSE container and audit the outcome
      * against the customer's first affected order.
      * --------------------------------------------------------------
       Check-CA1Y-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE RECALL-EVENT-NAME    TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME  TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES               TO AUDIT-IN-CONTAINER-NAMES.
           MOVE CONFIG-CONT-NAME     TO AUDIT-IN-CONTAINER(1).
           MOVE RC-FIRST-ORDER(RC-IDX) TO AUDIT-IN-ORDER-NUMBER.
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
           MOVE RECALL-EVENT-NAME    TO DLQ-IN-EVENT-NAME.
           MOVE 'CA1Y'               TO DLQ-IN-LINK-PROGRAM.
           MOVE CONFIG-CHANNEL-NAME  TO DLQ-IN-CHANNEL-NAME.
           MOVE RC-FIRST-ORDER(RC-IDX) TO DLQ-IN-ORDER-NUMBER.
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
      * The regulator's listing: the recall, every customer with
      * their outcome and their orders under them, then the totals.
      * A refused run says why and lists whatever it had collected.
      * --------------------------------------------------------------
       Print-Listing section.
           MOVE DRIVER-START-DATE TO RH-RUN-DATE.
           MOVE REPORT-HEADING TO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE START-SKU          TO RCH-SKU.
           MOVE RECALL-DESCRIPTION TO RCH-DESCRIPTION.
           MOVE RECALL-FROM-YYYYDDD TO RCH-FROM.
           MOVE RECALL-TO-YYYYDDD  TO RCH-TO.
           MOVE RECALL-HEADING TO REPORT-LINE.
           PERFORM Write-Report-Line.

           IF RECALL-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING ' RUN REFUSED - ' REFUSAL-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM Write-Report-Line.
           IF RC-COUNT > 0
               MOVE COLUMN-HEADING TO REPORT-LINE
               PERFORM Write-Report-Line
               MOVE ORDER-COLUMN-HEADING TO REPORT-LINE
               PERFORM Write-Report-Line
               PERFORM Print-Customer
                   VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > RC-COUNT
           ELSE
               IF RO-COUNT > 0
                   MOVE ORDER-COLUMN-HEADING TO REPORT-LINE
                   PERFORM Write-Report-Line
                   PERFORM Print-Order
                       VARYING RO-IDX FROM 1 BY 1
                       UNTIL RO-IDX > RO-COUNT
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE 'ORDERS AFFECTED'      TO TL-LABEL.
           MOVE ORDERS-AFFECTED-CNT    TO TL-COUNT.
           PERFORM Write-Total-Line.
           MOVE 'ORDERS LEFT OUT'      TO TL-LABEL.
           MOVE ORDERS-EXCLUDED-CNT    TO TL-COUNT.
           PERFORM Write-Total-Line.
           MOVE 'CUSTOMERS AFFECTED'   TO TL-LABEL.
           MOVE CUSTOMERS-CNT          TO TL-COUNT.
           PERFORM Write-Total-Line.
           MOVE 'CUSTOMERS NOTIFIED'   TO TL-LABEL.
           MOVE NOTIFIED-CNT           TO TL-COUNT.
           PERFORM Write-Total-Line.
           MOVE 'CUSTOMERS NOT REACHED' TO TL-LABEL.
           MOVE UNREACHED-CNT          TO TL-COUNT.
           PERFORM Write-Total-Line.
       Print-Listing-exit.
           exit.
      * --------------------------------------------------------------
      * One customer and the orders they answer for.
      * --------------------------------------------------------------
       Print-Customer section.
           MOVE SPACES TO CL-NAME CL-EMAIL.
           MOVE RC-CUST-NUMBER(RC-IDX) TO CL-CUST-NUMBER.
           IF RC-ON-FILE(RC-IDX)
               MOVE RC-CUST-NUMBER(RC-IDX) TO CUST-REC-NUMBER
               PERFORM Read-Customer-Master
               IF CUSTOMER-FOUND
                   MOVE CUST-REC-NAME  TO CL-NAME
                   MOVE CUST-REC-EMAIL TO CL-EMAIL
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RC-NOTIFIED(RC-IDX)
                   MOVE 'NOTIFIED' TO CL-OUTCOME
               WHEN RC-SUPPRESSED(RC-IDX)
                   MOVE 'NOT REACHED - ON SUPPRESSION LIST'
                       TO CL-OUTCOME
               WHEN RC-ERASED(RC-IDX)
                   MOVE 'NOT REACHED - CONTACT DATA ERASED'
                       TO CL-OUTCOME
               WHEN RC-NO-EMAIL(RC-IDX)
                   MOVE 'NOT REACHED - NO EMAIL ADDRESS'
                       TO CL-OUTCOME
               WHEN RC-NOT-ON-FILE(RC-IDX)
                   MOVE 'NOT REACHED - NOT ON CUSTMAST'
                       TO CL-OUTCOME
               WHEN RC-SEND-FAILED(RC-IDX)
                   MOVE 'NOT REACHED - SEND FAILED, QUEUED'
                       TO CL-OUTCOME
               WHEN OTHER
                   MOVE 'NOT MAILED - RUN REFUSED' TO CL-OUTCOME
           END-EVALUATE.
           MOVE CUSTOMER-LINE TO REPORT-LINE.
           PERFORM Write-Report-Line.

           PERFORM Print-Customer-Order
               VARYING RO-IDX FROM 1 BY 1
               UNTIL RO-IDX > RO-COUNT.
       Print-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * One of this customer's orders.
      * --------------------------------------------------------------
       Print-Customer-Order section.
           IF RO-CUST-IDX(RO-IDX) = RC-IDX
               PERFORM Print-Order
           END-IF.
       Print-Customer-Order-exit.
           exit.
      * --------------------------------------------------------------
      * One order line; the number it was placed under shows only
      * when a merge moved it to another customer.
      * --------------------------------------------------------------
       Print-Order section.
           MOVE RO-ORDER-NUMBER(RO-IDX) TO OL-ORDER-NUMBER.
           MOVE RO-ORDER-DATE(RO-IDX)   TO OL-ORDER-DATE.
           MOVE RO-UNITS(RO-IDX)        TO OL-UNITS.
           MOVE RO-STATUS(RO-IDX)       TO OL-STATUS.
           IF RO-PLACED-CUST(RO-IDX) = RO-CUST-NUMBER(RO-IDX)
               MOVE SPACES TO OL-PLACED-UNDER
           ELSE
               MOVE RO-PLACED-CUST(RO-IDX) TO PLACED-UNDER-EDIT
               MOVE PLACED-UNDER-EDIT TO OL-PLACED-UNDER
           END-IF.
           MOVE ORDER-LINE TO REPORT-LINE.
           PERFORM Write-Report-Line.
       Print-Order-exit.
           exit.
      * --------------------------------------------------------------
       Write-Total-Line section.
           MOVE TOTAL-LINE TO REPORT-LINE.
           PERFORM Write-Report-Line.
       Write-Total-Line-exit.
           exit.
      * --------------------------------------------------------------
       Write-Report-Line section.
           EXEC CICS WRITEQ TD QUEUE(REPORT-QUEUE-NAME)
               FROM(REPORT-LINE)
               LENGTH(LENGTH OF REPORT-LINE)
               RESP(WS-RESP)
           END-EXEC.
       Write-Report-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Persist the run's counters to RUNLOG. A refused run is an
      * incomplete one - nobody was mailed.
      * --------------------------------------------------------------
       Write-Run-History section.
           MOVE 'CA1YRCL1'          TO RUN-IN-PROGRAM-NAME.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           IF RECALL-VALID
               MOVE 'C' TO RUN-IN-COMPLETION
           ELSE
               MOVE 'I' TO RUN-IN-COMPLETION
           END-IF.
           MOVE 5                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'ORDERS'            TO RUN-IN-COUNTER-LABEL(1).
           MOVE ORDERS-AFFECTED-CNT TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'EXCLUDED'          TO RUN-IN-COUNTER-LABEL(2).
           MOVE ORDERS-EXCLUDED-CNT TO RUN-IN-COUNTER-VALUE(2).
           MOVE 'CUSTOMERS'         TO RUN-IN-COUNTER-LABEL(3).
           MOVE CUSTOMERS-CNT       TO RUN-IN-COUNTER-VALUE(3).
           MOVE 'NOTIFIED'          TO RUN-IN-COUNTER-LABEL(4).
           MOVE NOTIFIED-CNT        TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'UNREACHED'         TO RUN-IN-COUNTER-LABEL(5).
           MOVE UNREACHED-CNT       TO RUN-IN-COUNTER-VALUE(5).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
       Write-Run-History-exit.
           exit.
