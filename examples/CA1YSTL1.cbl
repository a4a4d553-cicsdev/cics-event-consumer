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
      * Card-processor settlement reconciliation.
      *
      * PAYMENTS records what the storefront was told at capture
      * time; only the processor's settlement file says what money
      * actually moved. This driver posts the day's SETLFILE feed
      * (copybooks/CA1YSTL.cpy) against PAYMENTS and lists, on the
      * STLR report:
      *
      *   - settled items matched to a PAYMENTS record on
      *     PAY-REFERENCE whose amount or currency disagrees, and
      *     items the processor settled twice;
      *   - settled items with no PAYMENTS record at all - money we
      *     were paid, or refunded, without knowing;
      *   - every chargeback and every stand-alone processor fee;
      *   - captures still unsettled SETTLEMENT-LAG-DAYS after they
      *     were taken - money we think we have and don't;
      *
      * and closes with the day's settled amounts, processor fees
      * and chargebacks per currency.
      *
      * A capture ('S') or a refund ('R') is looked up through the
      * PAYREFPT path by the processor's reference, preferring an
      * unsettled record of the same type and amount, and the
      * PAYMENTS record is stamped with PAY-SETTLED-DATE. An amount
      * or currency mismatch is reported but still settles the
      * record - the processor's figure is the one the bank holds,
      * and finance corrects from the report.
      *
      * A chargeback ('C') is new money out that nothing else
      * records, so it is written to PAYMENTS as its own type-'C'
      * record against the original capture's order (or the order
      * number the processor quotes, when the reference is unknown),
      * where CA1YRPT4, the statements and the ledger journal net it
      * like a refund. The order's DUNNING record is flagged too, so
      * CA1YDUN1 chases the customer for the money again.
      *
      * Each settlement item is marked posted in the same unit of
      * work as whatever it changed on PAYMENTS and DUNNING, the
      * same way CA1YBKO1 posts the goods-in feed, so a rerun - or a
      * day's file loaded on top of itself - skips what is done.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - schedule it
      * daily, after the processor's file has been loaded onto
      * SETLFILE, via an interval-controlled START. The region's DCT
      * allocates extrapartition queue STLR to SYSOUT.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YSTL1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YSTL.
           COPY CA1YPAY.
           COPY CA1YDUN.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YSYN.
       01 REPORT-QUEUE-NAME          PIC X(04) VALUE 'STLR'.
       01 SWITCHES.
           02 SETTLEMENT-EOF-SW         PIC X(01) VALUE 'N'.
               88 SETTLEMENT-EOF         VALUE 'Y'.
           02 SETTLEMENT-BROWSE-SW      PIC X(01) VALUE 'N'.
               88 SETTLEMENT-BROWSE-ACTIVE VALUE 'Y'.
           02 PAYMENT-EOF-SW            PIC X(01) VALUE 'N'.
               88 PAYMENT-EOF            VALUE 'Y'.
           02 PAYMENT-BROWSE-SW         PIC X(01) VALUE 'N'.
               88 PAYMENT-BROWSE-ACTIVE VALUE 'Y'.
           02 PAY-WRITE-DONE-SW         PIC X(01) VALUE 'N'.
               88 PAY-WRITE-DONE        VALUE 'Y'.
           02 TABLE-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88 TABLE-OVERFLOW        VALUE 'Y'.
      * --------------------------------------------------------------
      * What the reference lookup found: 'E' an unsettled record of
      * the wanted type at the settled amount, 'A' an unsettled one
      * at some other amount, 'D' only records already settled, 'N'
      * nothing of the wanted type.
      * --------------------------------------------------------------
           02 MATCH-STATE-SW            PIC X(01) VALUE 'N'.
               88 MATCH-EXACT           VALUE 'E'.
               88 MATCH-AMOUNT-DIFFERS  VALUE 'A'.
               88 MATCH-ALREADY-SETTLED VALUE 'D'.
               88 MATCH-NONE            VALUE 'N'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 DRIVER-COUNTERS.
           02 ITEMS-POSTED-CNT          PIC 9(07) VALUE 0.
           02 MATCHED-CNT               PIC 9(07) VALUE 0.
           02 MISMATCHED-CNT            PIC 9(07) VALUE 0.
           02 NO-PAYMENT-CNT            PIC 9(07) VALUE 0.
           02 UNSETTLED-CNT             PIC 9(07) VALUE 0.
           02 CHARGEBACKS-CNT           PIC 9(07) VALUE 0.
           02 FEES-CNT                  PIC 9(07) VALUE 0.
           02 UNRECOGNISED-CNT          PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * A capture the processor hasn't settled within this many days
      * of being taken is reported; younger ones are still in
      * flight.
      * --------------------------------------------------------------
       01 SETTLEMENT-LAG-DAYS        PIC 9(03) VALUE 3.
      * --------------------------------------------------------------
      * Ages are compared as whole-day counts, the same arithmetic
      * CA1YDUN1 uses on the same 0CYYDDD stamps.
      * --------------------------------------------------------------
       01 DATE-WORK.
           02 TODAY-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 STAMP-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 STAMP-CYYDDD              PIC 9(07) VALUE 0.
           02 STAMP-SPLIT REDEFINES STAMP-CYYDDD.
               03 STAMP-CYY             PIC 9(04).
               03 STAMP-DDD             PIC 9(03).
           02 STAMP-YEAR                PIC 9(04) VALUE 0.
           02 CAPTURE-YYYYDDD           PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * The settlement item being matched.
      * --------------------------------------------------------------
       01 MATCH-WORK.
           02 WANTED-PAY-TYPE           PIC X(01) VALUE 'P'.
           02 MATCH-PAY-KEY             PIC X(22) VALUE SPACES.
           02 REFERENCE-ORDER-NUMBER    PIC 9(08) VALUE 0.
           02 CHARGEBACK-ORDER-NUMBER   PIC 9(08) VALUE 0.
           02 STL-CURRENCY-NORM         PIC X(03) VALUE SPACES.
           02 PAY-CURRENCY-NORM         PIC X(03) VALUE SPACES.
       01 PAY-WRITE-TRIES            PIC 9(03) VALUE 0.
       01 PAY-WRITE-RETRY-LIMIT      PIC 9(03) VALUE 999.
      * --------------------------------------------------------------
      * The day's money per currency - amounts in two currencies do
      * not add up to anything.
      * --------------------------------------------------------------
       01 CURRENCY-TABLE.
           02 CURRENCY-COUNT            PIC 9(02) VALUE 0.
           02 CURRENCY-LIMIT            PIC 9(02) VALUE 20.
           02 CURRENCY-ENTRY OCCURS 20 TIMES.
               03 CT-CURRENCY           PIC X(03).
               03 CT-SETTLED-IN         PIC 9(11)V99.
               03 CT-SETTLED-OUT        PIC 9(11)V99.
               03 CT-ITEM-FEES          PIC 9(11)V99.
               03 CT-OTHER-FEES         PIC 9(11)V99.
               03 CT-CHARGEBACKS        PIC 9(11)V99.
       01 CURRENCY-IDX               PIC 9(02) VALUE 0.
      * --------------------------------------------------------------
      * The STLR report, 132 columns.
      * --------------------------------------------------------------
       01 REPORT-LINE                   PIC X(132) VALUE SPACES.
       01 REPORT-HEADING.
           02 FILLER                    PIC X(47) VALUE
               'CA1YSTL1 - CARD SETTLEMENT RECONCILIATION, RUN '.
           02 RH-RUN-DATE               PIC 9(07).
           02 FILLER                    PIC X(78) VALUE SPACES.
       01 COLUMN-HEADING.
           02 FILLER                    PIC X(44) VALUE
               ' BATCH           SEQ  T  REFERENCE          '.
           02 FILLER                    PIC X(44) VALUE
               '      ORDER  SETTLED AMOUNT CUR  PAYMENT AMO'.
           02 FILLER                    PIC X(44) VALUE
               'UNT  MESSAGE                                '.
       01 DETAIL-LINE.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-BATCH-ID               PIC X(12).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-SEQUENCE               PIC ZZZZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-ITEM-TYPE              PIC X(01).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-REFERENCE              PIC X(20).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-ORDER-NUMBER           PIC Z(07)9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-SETTLED-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-CURRENCY               PIC X(03).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-PAYMENT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-MESSAGE                PIC X(38).
           02 FILLER                    PIC X(01) VALUE SPACES.
       01 CURRENCY-TOTAL-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-CURRENCY               PIC X(03).
           02 FILLER                    PIC X(13) VALUE
               '  SETTLED IN '.
           02 CL-SETTLED-IN             PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(06) VALUE '  OUT '.
           02 CL-SETTLED-OUT            PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(12) VALUE
               '  ITEM FEES '.
           02 CL-ITEM-FEES              PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(13) VALUE
               '  OTHER FEES '.
           02 CL-OTHER-FEES             PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(14) VALUE
               '  CHARGEBACKS '.
           02 CL-CHARGEBACKS            PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(04) VALUE SPACES.
       01 REPORT-COUNT-EDIT             PIC ZZZ,ZZ9.
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
           PERFORM Post-Settlement-Items.
           PERFORM Report-Unsettled-Captures.
           PERFORM Print-Run-Totals.
           PERFORM Write-Run-History.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the start, work out today's day count and head the
      * report.
      * --------------------------------------------------------------
       Initialize-Driver section.
           MOVE EIBDATE TO DRIVER-START-DATE.
           MOVE EIBTIME TO DRIVER-START-TIME.

           MOVE EIBDATE TO STAMP-CYYDDD.
           PERFORM Derive-Stamp-Day-Count.
           MOVE STAMP-DAY-COUNT TO TODAY-DAY-COUNT.

           COMPUTE RH-RUN-DATE = EIBDATE + 1900000.
           MOVE REPORT-HEADING TO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE COLUMN-HEADING TO REPORT-LINE.
           PERFORM Write-Report-Line.
       Initialize-Driver-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the settlement feed for update and post every item
      * not already posted. Each item and what it changed are
      * committed together before the next one is read.
      * --------------------------------------------------------------
       Post-Settlement-Items section.
           MOVE LOW-VALUES TO STL-KEY.
           EXEC CICS STARTBR FILE(SETTLEMENT-FILE-NAME)
               RIDFLD(STL-KEY) KEYLENGTH(LENGTH OF STL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET SETTLEMENT-BROWSE-ACTIVE TO TRUE
               PERFORM Read-Next-Settlement
           ELSE
               SET SETTLEMENT-EOF TO TRUE
           END-IF.

           PERFORM Post-Settlement-Record UNTIL SETTLEMENT-EOF.

           IF SETTLEMENT-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(SETTLEMENT-FILE-NAME) END-EXEC
           END-IF.
       Post-Settlement-Items-exit.
           exit.
      * --------------------------------------------------------------
      * Work one item by its type and mark it posted. An item type
      * the processor has invented since is reported and left
      * unposted, so it is still there once someone knows what it
      * means.
      * --------------------------------------------------------------
       Post-Settlement-Record section.
           IF STL-POSTED
               EXEC CICS UNLOCK FILE(SETTLEMENT-FILE-NAME) END-EXEC
           ELSE
               IF STL-CURRENCY-CODE = SPACES
                   MOVE 'USD' TO STL-CURRENCY-NORM
               ELSE
                   MOVE STL-CURRENCY-CODE TO STL-CURRENCY-NORM
               END-IF
               PERFORM Find-Currency-Entry

               IF STL-IS-CAPTURE OR STL-IS-REFUND
                   OR STL-IS-CHARGEBACK OR STL-IS-FEE
                   IF STL-FEE-AMOUNT > 0
                       ADD STL-FEE-AMOUNT
                           TO CT-ITEM-FEES(CURRENCY-IDX)
                   END-IF
                   EVALUATE TRUE
                       WHEN STL-IS-CAPTURE
                           MOVE 'P' TO WANTED-PAY-TYPE
                           PERFORM Reconcile-Settled-Item
                       WHEN STL-IS-REFUND
                           MOVE 'R' TO WANTED-PAY-TYPE
                           PERFORM Reconcile-Settled-Item
                       WHEN STL-IS-CHARGEBACK
                           PERFORM Post-Chargeback
                       WHEN STL-IS-FEE
                           PERFORM Report-Processor-Fee
                   END-EVALUATE
                   PERFORM Mark-Settlement-Posted
               ELSE
                   ADD 1 TO UNRECOGNISED-CNT
                   PERFORM Prepare-Item-Line
                   MOVE 'UNRECOGNISED ITEM TYPE - NOT POSTED'
                       TO DL-MESSAGE
                   PERFORM Write-Detail-Line
                   EXEC CICS UNLOCK FILE(SETTLEMENT-FILE-NAME)
                   END-EXEC
               END-IF
           END-IF.

           PERFORM Read-Next-Settlement.
       Post-Settlement-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the item posted and commit it with whatever it changed.
      * --------------------------------------------------------------
       Mark-Settlement-Posted section.
           MOVE 'Y'     TO STL-POSTED-SW.
           MOVE EIBDATE TO STL-POSTED-DATE.
           EXEC CICS REWRITE FILE(SETTLEMENT-FILE-NAME)
               FROM(CA1Y-SETTLEMENT-RECORD)
           END-EXEC.
           EXEC CICS SYNCPOINT END-EXEC.
           ADD 1 TO ITEMS-POSTED-CNT.
       Mark-Settlement-Posted-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next settlement item for update, noting end of
      * browse.
      * --------------------------------------------------------------
       Read-Next-Settlement section.
           EXEC CICS READNEXT FILE(SETTLEMENT-FILE-NAME)
               INTO(CA1Y-SETTLEMENT-RECORD)
               RIDFLD(STL-KEY) KEYLENGTH(LENGTH OF STL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET SETTLEMENT-EOF TO TRUE
           END-IF.
       Read-Next-Settlement-exit.
           exit.
      * --------------------------------------------------------------
      * A settled capture or refund: find its PAYMENTS record, stamp
      * it settled, and report anything that doesn't agree.
      * --------------------------------------------------------------
       Reconcile-Settled-Item section.
           IF STL-IS-CAPTURE
               ADD STL-AMOUNT TO CT-SETTLED-IN(CURRENCY-IDX)
           ELSE
               ADD STL-AMOUNT TO CT-SETTLED-OUT(CURRENCY-IDX)
           END-IF.

           PERFORM Find-Payment-By-Reference.
           PERFORM Prepare-Item-Line.

           EVALUATE TRUE
               WHEN MATCH-EXACT
               WHEN MATCH-AMOUNT-DIFFERS
                   PERFORM Mark-Payment-Settled
                   MOVE PAY-ORDER-NUMBER TO DL-ORDER-NUMBER
                   MOVE PAY-AMOUNT       TO DL-PAYMENT-AMOUNT
                   IF PAY-CURRENCY-CODE = SPACES
                       MOVE 'USD' TO PAY-CURRENCY-NORM
                   ELSE
                       MOVE PAY-CURRENCY-CODE TO PAY-CURRENCY-NORM
                   END-IF
                   EVALUATE TRUE
                       WHEN PAY-CURRENCY-NORM NOT = STL-CURRENCY-NORM
                           ADD 1 TO MISMATCHED-CNT
                           STRING 'CURRENCY MISMATCH - PAYMENTS '
                               PAY-CURRENCY-NORM
                               DELIMITED BY SIZE INTO DL-MESSAGE
                           PERFORM Write-Detail-Line
                       WHEN PAY-AMOUNT NOT = STL-AMOUNT
                           ADD 1 TO MISMATCHED-CNT
                           MOVE 'AMOUNT MISMATCH - SETTLED ANYWAY'
                               TO DL-MESSAGE
                           PERFORM Write-Detail-Line
                       WHEN OTHER
                           ADD 1 TO MATCHED-CNT
                   END-EVALUATE
               WHEN MATCH-ALREADY-SETTLED
                   ADD 1 TO MISMATCHED-CNT
                   MOVE REFERENCE-ORDER-NUMBER TO DL-ORDER-NUMBER
                   MOVE 'ALREADY SETTLED - DUPLICATE ITEM'
                       TO DL-MESSAGE
                   PERFORM Write-Detail-Line
               WHEN OTHER
                   ADD 1 TO NO-PAYMENT-CNT
                   IF STL-IS-CAPTURE
                       MOVE 'SETTLED, NO PAYMENT ON PAYMENTS'
                           TO DL-MESSAGE
                   ELSE
                       MOVE 'SETTLED, NO REFUND ON PAYMENTS'
                           TO DL-MESSAGE
                   END-IF
                   PERFORM Write-Detail-Line
           END-EVALUATE.
       Reconcile-Settled-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Browse PAYMENTS through the PAYREFPT path for the item's
      * reference. An unsettled record of the wanted type at the
      * settled amount ends the search; the first unsettled one at
      * another amount is kept in case nothing better turns up. The
      * first order seen under the reference is kept as well, for a
      * chargeback and for the report.
      * --------------------------------------------------------------
       Find-Payment-By-Reference section.
           SET MATCH-NONE TO TRUE.
           MOVE 0 TO REFERENCE-ORDER-NUMBER.
           MOVE 'N' TO PAYMENT-EOF-SW.
           MOVE 'N' TO PAYMENT-BROWSE-SW.
           MOVE STL-REFERENCE TO PAY-REFERENCE.
           EXEC CICS STARTBR FILE(PAYMENT-REF-PATH-NAME)
               RIDFLD(PAY-REFERENCE)
               KEYLENGTH(LENGTH OF PAY-REFERENCE)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET PAYMENT-BROWSE-ACTIVE TO TRUE
           ELSE
               SET PAYMENT-EOF TO TRUE
           END-IF.

           PERFORM Check-Next-Reference
               UNTIL PAYMENT-EOF OR MATCH-EXACT.

           IF PAYMENT-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(PAYMENT-REF-PATH-NAME) END-EXEC
           END-IF.
       Find-Payment-By-Reference-exit.
           exit.
      * --------------------------------------------------------------
       Check-Next-Reference section.
           EXEC CICS READNEXT FILE(PAYMENT-REF-PATH-NAME)
               INTO(CA1Y-PAYMENT-RECORD)
               RIDFLD(PAY-REFERENCE)
               KEYLENGTH(LENGTH OF PAY-REFERENCE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               AND WS-RESP NOT = DFHRESP(DUPKEY)
               SET PAYMENT-EOF TO TRUE
           ELSE
               IF PAY-REFERENCE NOT = STL-REFERENCE
                   SET PAYMENT-EOF TO TRUE
               ELSE
                   IF PAY-TYPE = WANTED-PAY-TYPE
                       IF REFERENCE-ORDER-NUMBER = 0
                           MOVE PAY-ORDER-NUMBER
                               TO REFERENCE-ORDER-NUMBER
                       END-IF
                       EVALUATE TRUE
                           WHEN PAY-SETTLED-DATE NOT = 0
                               IF MATCH-NONE
                                   SET MATCH-ALREADY-SETTLED TO TRUE
                               END-IF
                           WHEN PAY-AMOUNT = STL-AMOUNT
                               SET MATCH-EXACT TO TRUE
                               MOVE PAY-KEY TO MATCH-PAY-KEY
                           WHEN MATCH-NONE OR MATCH-ALREADY-SETTLED
                               SET MATCH-AMOUNT-DIFFERS TO TRUE
                               MOVE PAY-KEY TO MATCH-PAY-KEY
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
       Check-Next-Reference-exit.
           exit.
      * --------------------------------------------------------------
      * Read the matched PAYMENTS record back for update by its own
      * key and stamp it settled today.
      * --------------------------------------------------------------
       Mark-Payment-Settled section.
           MOVE MATCH-PAY-KEY TO PAY-KEY.
           EXEC CICS READ FILE(PAYMENT-FILE-NAME)
               INTO(CA1Y-PAYMENT-RECORD)
               RIDFLD(PAY-KEY) KEYLENGTH(LENGTH OF PAY-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE EIBDATE TO PAY-SETTLED-DATE
               EXEC CICS REWRITE FILE(PAYMENT-FILE-NAME)
                   FROM(CA1Y-PAYMENT-RECORD)
               END-EXEC
           END-IF.
       Mark-Payment-Settled-exit.
           exit.
      * --------------------------------------------------------------
      * A chargeback: find the order it belongs to - through the
      * original capture's reference, else the order number the
      * processor quotes if ORDERFIL knows it - then record the money
      * out on PAYMENTS and flag the order for dunning. One that
      * belongs to no order is reported and nothing is written.
      * --------------------------------------------------------------
       Post-Chargeback section.
           MOVE 'P' TO WANTED-PAY-TYPE.
           PERFORM Find-Payment-By-Reference.
           MOVE REFERENCE-ORDER-NUMBER TO CHARGEBACK-ORDER-NUMBER.
           IF CHARGEBACK-ORDER-NUMBER = 0
               AND STL-ORDER-NUMBER > 0
               PERFORM Check-Quoted-Order
           END-IF.

           PERFORM Prepare-Item-Line.
           IF CHARGEBACK-ORDER-NUMBER = 0
               ADD 1 TO NO-PAYMENT-CNT
               MOVE 'CHARGEBACK FOR NO KNOWN ORDER'
                   TO DL-MESSAGE
               PERFORM Write-Detail-Line
           ELSE
               ADD 1 TO CHARGEBACKS-CNT
               ADD STL-AMOUNT TO CT-CHARGEBACKS(CURRENCY-IDX)
               PERFORM Write-Chargeback-Record
               PERFORM Flag-Dunning-Chargeback
               MOVE CHARGEBACK-ORDER-NUMBER TO DL-ORDER-NUMBER
               STRING 'CHARGEBACK POSTED, REASON '
                   STL-REASON-CODE
                   DELIMITED BY SIZE INTO DL-MESSAGE
               PERFORM Write-Detail-Line
           END-IF.
       Post-Chargeback-exit.
           exit.
      * --------------------------------------------------------------
      * Take the processor's order number only if ORDERFIL has it.
      * --------------------------------------------------------------
       Check-Quoted-Order section.
           MOVE STL-ORDER-NUMBER TO ORD-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE STL-ORDER-NUMBER TO CHARGEBACK-ORDER-NUMBER
           END-IF.
       Check-Quoted-Order-exit.
           exit.
      * --------------------------------------------------------------
      * One PAYMENTS record per chargeback, type 'C', keyed with the
      * date/time behind the order number the same way CA1YCOB7 keys
      * a payment, and settled the day it arrives - the processor's
      * file is where it came from. A DUPREC bumps the time
      * component and tries again; only a real file problem abends.
      * --------------------------------------------------------------
       Write-Chargeback-Record section.
           MOVE CHARGEBACK-ORDER-NUMBER TO PAY-ORDER-NUMBER.
           MOVE EIBDATE                 TO PAY-DATE.
           MOVE EIBTIME                 TO PAY-TIME.
           MOVE 'C'                     TO PAY-TYPE.
           MOVE STL-AMOUNT              TO PAY-AMOUNT.
           MOVE STL-CURRENCY-CODE       TO PAY-CURRENCY-CODE.
           MOVE SPACES                  TO PAY-METHOD.
           STRING 'CHARGEBACK ' STL-REASON-CODE
               DELIMITED BY SIZE INTO PAY-METHOD.
           MOVE STL-REFERENCE           TO PAY-REFERENCE.
           MOVE EIBDATE                 TO PAY-SETTLED-DATE.

           MOVE 'N' TO PAY-WRITE-DONE-SW.
           MOVE 0 TO PAY-WRITE-TRIES.
           PERFORM Write-Chargeback-Attempt
               UNTIL PAY-WRITE-DONE
               OR PAY-WRITE-TRIES >= PAY-WRITE-RETRY-LIMIT.
           IF NOT PAY-WRITE-DONE
               EXEC CICS ABEND ABCODE('CA1P') END-EXEC
           END-IF.
       Write-Chargeback-Record-exit.
           exit.
      * --------------------------------------------------------------
      * One WRITE attempt, the same DUPREC-bump shape every other
      * writer uses.
      * --------------------------------------------------------------
       Write-Chargeback-Attempt section.
           ADD 1 TO PAY-WRITE-TRIES.
           EXEC CICS WRITE FILE(PAYMENT-FILE-NAME)
               FROM(CA1Y-PAYMENT-RECORD)
               RIDFLD(PAY-KEY)
               KEYLENGTH(LENGTH OF PAY-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET PAY-WRITE-DONE TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO PAY-TIME
               WHEN OTHER
                   EXEC CICS ABEND ABCODE('CA1P') END-EXEC
           END-EVALUATE.
       Write-Chargeback-Attempt-exit.
           exit.
      * --------------------------------------------------------------
      * Flag the order's DUNNING record so CA1YDUN1 looks at it
      * whatever its lifecycle says - an order never reminded gets a
      * record at level 0 - keeping any series already under way.
      * --------------------------------------------------------------
       Flag-Dunning-Chargeback section.
           MOVE CHARGEBACK-ORDER-NUMBER TO DUN-ORDER-NUMBER.
           EXEC CICS READ FILE(DUNNING-FILE-NAME)
               INTO(CA1Y-DUNNING-RECORD)
               RIDFLD(DUN-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF DUN-ORDER-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE EIBDATE TO DUN-CHARGEBACK-DATE
               EXEC CICS REWRITE FILE(DUNNING-FILE-NAME)
                   FROM(CA1Y-DUNNING-RECORD)
               END-EXEC
           ELSE
               MOVE CHARGEBACK-ORDER-NUMBER TO DUN-ORDER-NUMBER
               MOVE 0       TO DUN-LEVEL
               MOVE 0       TO DUN-LAST-SENT-DATE
               MOVE 0       TO DUN-LAST-SENT-TIME
               MOVE EIBDATE TO DUN-CHARGEBACK-DATE
               EXEC CICS WRITE FILE(DUNNING-FILE-NAME)
                   FROM(CA1Y-DUNNING-RECORD)
                   RIDFLD(DUN-ORDER-NUMBER)
                   KEYLENGTH(LENGTH OF DUN-ORDER-NUMBER)
               END-EXEC
           END-IF.
       Flag-Dunning-Chargeback-exit.
           exit.
      * --------------------------------------------------------------
      * A fee the processor charged on its own, not on an item.
      * --------------------------------------------------------------
       Report-Processor-Fee section.
           ADD 1 TO FEES-CNT.
           ADD STL-AMOUNT TO CT-OTHER-FEES(CURRENCY-IDX).
           PERFORM Prepare-Item-Line.
           STRING 'PROCESSOR FEE ' STL-REASON-CODE
               DELIMITED BY SIZE INTO DL-MESSAGE.
           PERFORM Write-Detail-Line.
       Report-Processor-Fee-exit.
           exit.
      * --------------------------------------------------------------
      * The settlement item's own columns on a report line.
      * --------------------------------------------------------------
       Prepare-Item-Line section.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE STL-BATCH-ID     TO DL-BATCH-ID.
           MOVE STL-SEQUENCE     TO DL-SEQUENCE.
           MOVE STL-ITEM-TYPE    TO DL-ITEM-TYPE.
           MOVE STL-REFERENCE    TO DL-REFERENCE.
           MOVE STL-ORDER-NUMBER TO DL-ORDER-NUMBER.
           MOVE STL-AMOUNT       TO DL-SETTLED-AMOUNT.
           MOVE STL-CURRENCY-NORM TO DL-CURRENCY.
       Prepare-Item-Line-exit.
           exit.
      * --------------------------------------------------------------
      * The currency's row in the totals, added the first time the
      * currency is seen. A currency past the table's end is counted
      * on the last row and the totals say so.
      * --------------------------------------------------------------
       Find-Currency-Entry section.
           PERFORM Pass-Currency-Entry
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT
               OR CT-CURRENCY(CURRENCY-IDX) = STL-CURRENCY-NORM.

           IF CURRENCY-IDX > CURRENCY-COUNT
               IF CURRENCY-COUNT < CURRENCY-LIMIT
                   ADD 1 TO CURRENCY-COUNT
                   MOVE CURRENCY-COUNT TO CURRENCY-IDX
                   MOVE STL-CURRENCY-NORM TO CT-CURRENCY(CURRENCY-IDX)
                   MOVE 0 TO CT-SETTLED-IN(CURRENCY-IDX)
                   MOVE 0 TO CT-SETTLED-OUT(CURRENCY-IDX)
                   MOVE 0 TO CT-ITEM-FEES(CURRENCY-IDX)
                   MOVE 0 TO CT-OTHER-FEES(CURRENCY-IDX)
                   MOVE 0 TO CT-CHARGEBACKS(CURRENCY-IDX)
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
                   MOVE CURRENCY-LIMIT TO CURRENCY-IDX
               END-IF
           END-IF.
       Find-Currency-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Currency-Entry section.
           CONTINUE.
       Pass-Currency-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * After the feed: every capture on PAYMENTS still unsettled
      * past the lag. The canary's synthetic orders never reach a
      * processor and are left out.
      * --------------------------------------------------------------
       Report-Unsettled-Captures section.
           MOVE 'N' TO PAYMENT-EOF-SW.
           MOVE 'N' TO PAYMENT-BROWSE-SW.
           MOVE LOW-VALUES TO PAY-KEY.
           EXEC CICS STARTBR FILE(PAYMENT-FILE-NAME)
               RIDFLD(PAY-KEY) KEYLENGTH(LENGTH OF PAY-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET PAYMENT-BROWSE-ACTIVE TO TRUE
           ELSE
               SET PAYMENT-EOF TO TRUE
           END-IF.

           PERFORM Check-Next-Capture UNTIL PAYMENT-EOF.

           IF PAYMENT-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(PAYMENT-FILE-NAME) END-EXEC
           END-IF.
       Report-Unsettled-Captures-exit.
           exit.
      * --------------------------------------------------------------
       Check-Next-Capture section.
           EXEC CICS READNEXT FILE(PAYMENT-FILE-NAME)
               INTO(CA1Y-PAYMENT-RECORD)
               RIDFLD(PAY-KEY) KEYLENGTH(LENGTH OF PAY-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET PAYMENT-EOF TO TRUE
           ELSE
               IF PAY-IS-PAYMENT
                   AND PAY-SETTLED-DATE = 0
                   AND PAY-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
                   MOVE PAY-DATE TO STAMP-CYYDDD
                   PERFORM Derive-Stamp-Day-Count
                   IF TODAY-DAY-COUNT - STAMP-DAY-COUNT
                           > SETTLEMENT-LAG-DAYS
                       PERFORM Report-Unsettled-Capture
                   END-IF
               END-IF
           END-IF.
       Check-Next-Capture-exit.
           exit.
      * --------------------------------------------------------------
       Report-Unsettled-Capture section.
           ADD 1 TO UNSETTLED-CNT.
           MOVE SPACES           TO DETAIL-LINE.
           MOVE 'P'              TO DL-ITEM-TYPE.
           MOVE PAY-REFERENCE    TO DL-REFERENCE.
           MOVE PAY-ORDER-NUMBER TO DL-ORDER-NUMBER.
           IF PAY-CURRENCY-CODE = SPACES
               MOVE 'USD' TO DL-CURRENCY
           ELSE
               MOVE PAY-CURRENCY-CODE TO DL-CURRENCY
           END-IF.
           MOVE PAY-AMOUNT       TO DL-PAYMENT-AMOUNT.
           COMPUTE CAPTURE-YYYYDDD = PAY-DATE + 1900000.
           STRING 'CAPTURED ' CAPTURE-YYYYDDD ', NEVER SETTLED'
               DELIMITED BY SIZE INTO DL-MESSAGE.
           PERFORM Write-Detail-Line.
       Report-Unsettled-Capture-exit.
           exit.
      * --------------------------------------------------------------
      * Money per currency, then what the run did.
      * --------------------------------------------------------------
       Print-Run-Totals section.
           MOVE SPACES TO REPORT-LINE.
           PERFORM Write-Report-Line.
           PERFORM Print-Currency-Totals
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT.
           IF TABLE-OVERFLOW
               MOVE '  MORE CURRENCIES THAN THE TABLE HOLDS'
                   TO REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE ITEMS-POSTED-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS POSTED   ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE MATCHED-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MATCHED        ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE MISMATCHED-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MISMATCHED     ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE NO-PAYMENT-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NO PAYMENT     ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE UNSETTLED-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNSETTLED      ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE CHARGEBACKS-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHARGEBACKS    ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           MOVE FEES-CNT TO REPORT-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FEE ITEMS      ' REPORT-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE.
           PERFORM Write-Report-Line.
           IF UNRECOGNISED-CNT > 0
               MOVE UNRECOGNISED-CNT TO REPORT-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'UNRECOGNISED   ' REPORT-COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM Write-Report-Line
           END-IF.
       Print-Run-Totals-exit.
           exit.
      * --------------------------------------------------------------
       Print-Currency-Totals section.
           MOVE CT-CURRENCY(CURRENCY-IDX)    TO CL-CURRENCY.
           MOVE CT-SETTLED-IN(CURRENCY-IDX)  TO CL-SETTLED-IN.
           MOVE CT-SETTLED-OUT(CURRENCY-IDX) TO CL-SETTLED-OUT.
           MOVE CT-ITEM-FEES(CURRENCY-IDX)   TO CL-ITEM-FEES.
           MOVE CT-OTHER-FEES(CURRENCY-IDX)  TO CL-OTHER-FEES.
           MOVE CT-CHARGEBACKS(CURRENCY-IDX) TO CL-CHARGEBACKS.
           MOVE CURRENCY-TOTAL-LINE TO REPORT-LINE.
           PERFORM Write-Report-Line.
       Print-Currency-Totals-exit.
           exit.
      * --------------------------------------------------------------
       Write-Detail-Line section.
           MOVE DETAIL-LINE TO REPORT-LINE.
           PERFORM Write-Report-Line.
       Write-Detail-Line-exit.
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
      * Fold a 0CYYDDD stamp into a whole-day count, the same
      * integer arithmetic CA1YARCH uses - good to a day, which is
      * all a lag measured in days needs.
      * --------------------------------------------------------------
       Derive-Stamp-Day-Count section.
           COMPUTE STAMP-YEAR = 1900 + STAMP-CYY.
           COMPUTE STAMP-DAY-COUNT =
               STAMP-YEAR * 365 + STAMP-YEAR / 4 + STAMP-DDD.
       Derive-Stamp-Day-Count-exit.
           exit.
      * --------------------------------------------------------------
      * Persist the run's counters to RUNLOG before they evaporate
      * at RETURN - reaching here at all means the run completed.
      * --------------------------------------------------------------
       Write-Run-History section.
           MOVE 'CA1YSTL1'          TO RUN-IN-PROGRAM-NAME.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           MOVE 'C'                 TO RUN-IN-COMPLETION.
           MOVE 6                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'MATCHED'           TO RUN-IN-COUNTER-LABEL(1).
           MOVE MATCHED-CNT         TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'MISMATCHED'        TO RUN-IN-COUNTER-LABEL(2).
           MOVE MISMATCHED-CNT      TO RUN-IN-COUNTER-VALUE(2).
           MOVE 'NOPAYMENT'         TO RUN-IN-COUNTER-LABEL(3).
           MOVE NO-PAYMENT-CNT      TO RUN-IN-COUNTER-VALUE(3).
           MOVE 'UNSETTLED'         TO RUN-IN-COUNTER-LABEL(4).
           MOVE UNSETTLED-CNT       TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'CHARGEBACKS'       TO RUN-IN-COUNTER-LABEL(5).
           MOVE CHARGEBACKS-CNT     TO RUN-IN-COUNTER-VALUE(5).
           MOVE 'FEES'              TO RUN-IN-COUNTER-LABEL(6).
           MOVE FEES-CNT            TO RUN-IN-COUNTER-VALUE(6).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
       Write-Run-History-exit.
           exit.
