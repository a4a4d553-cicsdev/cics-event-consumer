      *   - the currency code must be blank (USD implied) or one of
      *     the codes we trade in
      *   - each item's SKU must be an active entry on the ITEMMAST
      *     master and its keyed unit price must equal the price in
      *     force on the order date - the PRICEHST row with the
      *     latest effective date not after ORD-ORDER-DATE, or the
      *     master's current price for an item with no such row - so
      *     a price change made mid-day no longer rejects the orders
      *     keyed at the morning price; an accepted item's free-text
      *     description is replaced with the master's canonical one,
      *     so the invoice, the templates and the warehouse message
      *     all render the item the same way
      *
      * A record can break more than one rule; every broken rule gets
      * its own report line, and the record goes to the reject file
      * once.
      *
      * A record that passes every rule still has to pass credit: a
      * customer with a credit limit on CUSTMAST may not owe more
      * than it. The customer's open balance - what is still unpaid
      * on their orders already on the order master, plus what this
      * run has already passed for them - is added to the order, and
      * an order that would take the total past the limit goes to
      * the HOLDORD file instead of the accepted file, so the fan-out
      * never signals it or publishes it to the warehouse. Credit
      * control releases or rejects it on CA1YHLDQ; every order
      * released since the last run is passed to the accepted file
      * here, merged in order-number sequence with the day's intake,
      * and marked so it goes once. An order already on HOLDORD is
      * left as credit control has it and goes to neither file.
      *
      * An order that came in over EDI (order source EDI) is
      * answered once the edit has decided it: an order
      * acknowledgment goes to the partner's key range on EDIOUT
      * (copybooks/CA1YEDO.cpy) saying ACCEPTED, REJECTED or HELD,
      * with the partner's own PO reference, our order number and
      * every line ACCEPTED or REJECTED with the rule it broke. The
      * partner and PO reference come from the EDIXREF cross-
      * reference CA1YEDI1 wrote at intake, and the partner must
      * still be on PARTFILE; an order missing from either is
      * reported and not acknowledged. A held EDI order released by
      * credit control is acknowledged again, ACCEPTED, when it is
      * passed on. One credit control rejects is answered once,
      * REJECTED with the reason they gave, on the first run after
      * the decision, and the hold is marked so it is not answered
      * again.
      *
      * PRICEHST, HOLDORD, EDIXREF and EDIOUT are opened as optional
      * files: a region that has never loaded one of them gets an
      * empty file instead of a failed open, so the first run after
      * install goes through with every price from ITEMMAST, nothing
      * held yet and no acknowledgments to match.
      *
      * Run this with the CICS files closed or defined RLS - it
      * rewrites HOLDORD and writes EDIOUT and RUNLOG, the same KSDSs
      * the online programs use.
      *
      * The run ends by writing its totals to RUNLOG the way CA1YRIS1
      * records its sweep, so the nightly cycle (CA1YCYC1) can hold
      * the steps that need this one until it has finished. A run
      * that cannot write the entry ends with return code 16.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YEDT1.
               access mode is random
               record key is ITM-SKU
               file status is ITEM-FILE-STATUS.
           Select optional Price-history-file assign to PRICEHST
               organization is indexed
               access mode is dynamic
               record key is PRH-KEY
               file status is PRICE-HISTORY-STATUS.
      * --------------------------------------------------------------
      * ORDMAST is the keyed ORDERFIL cluster itself, under a DD of
      * its own here because this program's ORDERFIL DD is the
      * intake being edited; it is read by the customer-number
      * alternate key for the credit check, the batch equivalent of
      * the ORDERPTH path.
      * --------------------------------------------------------------
           Select Order-master-file assign to ORDMAST
               organization is indexed
               access mode is dynamic
               record key is OMR-ORDER-NUMBER
               alternate record key is OMR-CUST-NUMBER
                   with duplicates
               file status is ORDER-MASTER-STATUS.
           Select Payment-file assign to PAYMENTS
               organization is indexed
               access mode is dynamic
               record key is PAY-KEY
               file status is PAYMENT-FILE-STATUS.
           Select Status-file assign to ORDSTAT
               organization is indexed
               access mode is random
               record key is OSTAT-ORDER-NUMBER
               file status is STATUS-FILE-STATUS.
           Select optional Held-file assign to HOLDORD
               organization is indexed
               access mode is dynamic
               record key is HLD-ORDER-NUMBER
               file status is HELD-FILE-STATUS.
           Select optional Xref-file assign to EDIXREF
               organization is indexed
               access mode is random
               record key is EDX-ORDER-NUMBER
               file status is XREF-FILE-STATUS.
           Select Partner-file assign to PARTFILE
               organization is indexed
               access mode is random
               record key is PRT-ACCOUNT
               file status is PARTNER-FILE-STATUS.
           Select optional Outbound-file assign to EDIOUT
               organization is indexed
               access mode is dynamic
               record key is EDO-KEY
               file status is OUTBOUND-FILE-STATUS.
           Select Accepted-file assign to ORDACCPT
               organization is sequential
               file status is ACCEPTED-FILE-STATUS.
           Select Reject-file assign to ORDRJCT
               organization is sequential
               file status is REJECT-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFIL4
               organization is sequential
               file status is REPORT-FILE-STATUS.
      * --------------------------------------------------------------
       FD Order-file.
           COPY CA1YORD.
       01 ORDER-RECORD-RAW             PIC X(2398).
       FD Customer-file.
           COPY CA1YCUS.
       FD Item-file.
           COPY CA1YITM.
       FD Price-history-file.
           COPY CA1YPRH.
      * --------------------------------------------------------------
      * Only the leading fields of the CA1YORD record are needed from
      * the master - which customer, and what the order came to.
      * --------------------------------------------------------------
       FD Order-master-file.
       01 ORDER-MASTER-RECORD.
           02 OMR-ORDER-NUMBER          PIC 9(08).
           02 OMR-CUST-NUMBER           PIC 9(08).
           02 OMR-ORDER-TOTAL           PIC 9(09)V99.
           02 FILLER                    PIC X(2371).
       FD Payment-file.
           COPY CA1YPAY.
       FD Status-file.
           COPY CA1YSTA.
       FD Held-file.
           COPY CA1YHLD.
       FD Xref-file.
           COPY CA1YEDX.
       FD Partner-file.
           COPY CA1YPRT.
       FD Outbound-file.
           COPY CA1YEDO.
       FD Accepted-file record contains 2398 characters.
       01 ACCEPTED-RECORD              PIC X(2398).
       FD Reject-file record contains 2398 characters.
       01 REJECT-RECORD                PIC X(2398).
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
       Working-storage section.
           COPY CA1YSYN.
       01 FILE-STATUSES.
           02 ORDER-FILE-STATUS         PIC X(02) VALUE '00'.
           02 CUSTOMER-FILE-STATUS      PIC X(02) VALUE '00'.
           02 ITEM-FILE-STATUS          PIC X(02) VALUE '00'.
           02 PRICE-HISTORY-STATUS      PIC X(02) VALUE '00'.
           02 ORDER-MASTER-STATUS       PIC X(02) VALUE '00'.
           02 PAYMENT-FILE-STATUS       PIC X(02) VALUE '00'.
           02 STATUS-FILE-STATUS        PIC X(02) VALUE '00'.
           02 HELD-FILE-STATUS          PIC X(02) VALUE '00'.
           02 XREF-FILE-STATUS          PIC X(02) VALUE '00'.
           02 PARTNER-FILE-STATUS       PIC X(02) VALUE '00'.
           02 OUTBOUND-FILE-STATUS      PIC X(02) VALUE '00'.
           02 ACCEPTED-FILE-STATUS      PIC X(02) VALUE '00'.
           02 REJECT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 ORDER-EOF-SW              PIC X(01) VALUE 'N'.
               88 ORDER-EOF              VALUE 'Y'.
               88 CUSTOMER-RESOLVED     VALUE 'Y'.
           02 ITEM-RESOLVED-SW          PIC X(01) VALUE 'N'.
               88 ITEM-RESOLVED         VALUE 'Y'.
           02 PRICE-HISTORY-EOF-SW      PIC X(01) VALUE 'N'.
               88 PRICE-HISTORY-EOF     VALUE 'Y'.
           02 ORDER-HELD-SW             PIC X(01) VALUE 'N'.
               88 ORDER-HELD            VALUE 'Y'.
           02 ORDER-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
               88 ORDER-MASTER-EOF      VALUE 'Y'.
           02 PAYMENT-EOF-SW            PIC X(01) VALUE 'N'.
               88 PAYMENT-EOF           VALUE 'Y'.
           02 RELEASED-EOF-SW           PIC X(01) VALUE 'N'.
               88 RELEASED-EOF          VALUE 'Y'.
           02 RUNLOG-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88 RUNLOG-WRITTEN         VALUE 'Y'.
           02 OUTBOUND-EOF-SW           PIC X(01) VALUE 'N'.
               88 OUTBOUND-EOF           VALUE 'Y'.
           02 ORDER-ON-HOLDORD-SW       PIC X(01) VALUE 'N'.
               88 ORDER-ON-HOLDORD       VALUE 'Y'.
           02 HELD-BROWSE-ENDED-SW      PIC X(01) VALUE 'N'.
               88 HELD-BROWSE-ENDED      VALUE 'Y'.
      * --------------------------------------------------------------
      * The run's RUNLOG entry - stamped when the run starts and again
      * when it ends.
      * --------------------------------------------------------------
       01 RUNLOG-WORK.
           02 RUN-TIME-RAW              PIC 9(08) VALUE 0.
           02 RUN-TIME-HHMMSS           PIC 9(07) VALUE 0.
           02 RUNLOG-WRITE-TRIES        PIC 9(03) VALUE 0.
           02 RUNLOG-TRY-LIMIT          PIC 9(03) VALUE 999.
       01 EDIT-COUNTERS.
           02 ORDERS-READ-CNT           PIC 9(07) VALUE 0.
           02 ORDERS-ACCEPTED-CNT       PIC 9(07) VALUE 0.
           02 ORDERS-REJECTED-CNT       PIC 9(07) VALUE 0.
           02 ORDERS-HELD-CNT           PIC 9(07) VALUE 0.
           02 ORDERS-LEFT-HELD-CNT      PIC 9(07) VALUE 0.
           02 RELEASED-FED-CNT          PIC 9(07) VALUE 0.
           02 ACKS-WRITTEN-CNT          PIC 9(07) VALUE 0.
           02 ACKS-UNSENT-CNT           PIC 9(07) VALUE 0.
       01 PREV-ORDER-NUMBER             PIC 9(08) VALUE 0.
       01 ORD-ITEM-IDX                  PIC 9(03) VALUE 0.
       01 PRICE-CHECK.
           02 PRICE-SUM                 PIC 9(09)V99 VALUE 0.
           02 ITEM-EXT-EXPECTED         PIC 9(07)V99 VALUE 0.
      * --------------------------------------------------------------
      * The price an item's keyed unit price is proved against: the
      * one in force on the order's date. An order written before
      * ORD-ORDER-DATE existed carries zero there and is priced as of
      * the run date, the only date it could have been edited at
      * before.
      * --------------------------------------------------------------
       01 PRICE-RESOLUTION.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 PRICE-AS-OF-DATE          PIC 9(07) VALUE 0.
           02 PRICE-IN-FORCE            PIC 9(05)V99 VALUE 0.
      * --------------------------------------------------------------
      * The credit check's figures. The run table remembers what this
      * run has passed for each customer with a limit - those orders
      * reach the order master only once the accepted file is
      * loaded, so the master alone would let a day's batch of
      * orders through one at a time.
      * --------------------------------------------------------------
       01 CREDIT-CHECK.
           02 OPEN-BALANCE              PIC S9(11)V99 VALUE 0.
           02 CREDIT-EXPOSURE           PIC S9(11)V99 VALUE 0.
           02 PAYMENT-NET-SUM           PIC S9(11)V99 VALUE 0.
           02 EXPOSURE-CUST-NUMBER      PIC 9(08) VALUE 0.
           02 EXPOSURE-AMOUNT           PIC 9(09)V99 VALUE 0.
       01 RUN-EXPOSURE-TABLE.
           02 RUN-EXPOSURE-COUNT        PIC 9(04) VALUE 0.
           02 RUN-EXPOSURE-LIMIT        PIC 9(04) VALUE 500.
           02 RUN-EXPOSURE-ENTRY OCCURS 500 TIMES.
               03 RX-CUST-NUMBER        PIC 9(08).
               03 RX-AMOUNT             PIC 9(11)V99.
       01 RUN-EXPOSURE-IDX              PIC 9(04) VALUE 0.
      * --------------------------------------------------------------
      * The next released hold waiting to be passed on, kept out of
      * the file's record area, which holding an order reuses. The
      * rejected holds are read through the same area on the way.
      * --------------------------------------------------------------
       01 RELEASED-HOLD.
           02 RH-ORDER-NUMBER           PIC 9(08).
           02 RH-STATUS                 PIC X(01).
           02 RH-CUST-NUMBER            PIC 9(08).
           02 RH-CURRENCY-CODE          PIC X(03).
           02 RH-ORDER-TOTAL            PIC 9(09)V99.
           02 FILLER                    PIC X(44).
           02 RH-REASON                 PIC X(16).
           02 FILLER                    PIC X(07).
           02 RH-REJECT-ACK-SW          PIC X(01).
           02 RH-ORDER-IMAGE            PIC X(2398).
           02 RH-ORDER-VIEW REDEFINES RH-ORDER-IMAGE.
               03 FILLER                PIC X(30).
               03 RH-ORDER-SOURCE       PIC X(08).
               03 FILLER                PIC X(07).
               03 RH-ITEM-COUNT         PIC 9(03).
               03 RH-ITEM OCCURS 50 TIMES.
                   04 RH-ITEM-SKU       PIC X(08).
                   04 RH-ITEM-QUANTITY  PIC 9(03).
                   04 FILLER            PIC X(36).
      * --------------------------------------------------------------
      * The order acknowledgment being built for an EDI order: the
      * first rule the order broke, and the first rule each line
      * broke, as the edit finds them.
      * --------------------------------------------------------------
       01 ACKNOWLEDGMENT-WORK.
           02 AK-ORDER-NUMBER           PIC 9(08) VALUE 0.
           02 AK-DISPOSITION            PIC X(08) VALUE SPACES.
           02 AK-ORDER-REASON           PIC X(44) VALUE SPACES.
           02 AK-LINE-COUNT             PIC 9(03) VALUE 0.
           02 AK-QUANTITY-TOTAL         PIC 9(05) VALUE 0.
           02 AK-LINE OCCURS 50 TIMES.
               03 AK-LINE-SKU           PIC X(08).
               03 AK-LINE-QUANTITY      PIC 9(03).
       01 AK-LINE-REASONS.
           02 AK-LINE-REASON            PIC X(44) OCCURS 50 TIMES.
       01 AK-IDX                        PIC 9(03) VALUE 0.
       01 EMAIL-CHECK.
           02 EMAIL-LEN         PIC 9(02) VALUE 0.
           02 EMAIL-POS         PIC 9(02) VALUE 0.
           02 TL-ACCEPTED               PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(11) VALUE ' ACCEPTED, '.
           02 TL-REJECTED               PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(11) VALUE ' REJECTED, '.
           02 TL-HELD                   PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(07) VALUE ' HELD, '.
           02 TL-LEFT-HELD              PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15) VALUE
               ' LEFT ON HOLD, '.
           02 TL-RELEASED               PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(25) VALUE
               ' RELEASED HOLDS PASSED ON'.
           02 FILLER                    PIC X(10) VALUE SPACES.
       01 ACK-TOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 TL-ACKS-WRITTEN           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(35) VALUE
               ' EDI ORDER ACKNOWLEDGMENTS WRITTEN,'.
           02 TL-ACKS-UNSENT            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(31) VALUE
               ' EDI ORDERS NOT ACKNOWLEDGED'.
           02 FILLER                    PIC X(48) VALUE SPACES.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Edit-Run.
           PERFORM Edit-Order-Record UNTIL ORDER-EOF.
           PERFORM Feed-Released-Hold UNTIL RELEASED-EOF.
           PERFORM Terminate-Edit-Run.

           STOP RUN.
      * reports stop.
      * --------------------------------------------------------------
       Initialize-Edit-Run section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: ORDERFIL OPEN FAILED, STATUS '
               STOP RUN
           END-IF.

           OPEN INPUT PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS NOT = '00'
               AND PRICE-HISTORY-STATUS NOT = '05'
               DISPLAY 'CA1YEDT1: PRICEHST OPEN FAILED, STATUS '
                   PRICE-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ORDER-MASTER-FILE.
           IF ORDER-MASTER-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: ORDMAST OPEN FAILED, STATUS '
                   ORDER-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: PAYMENTS OPEN FAILED, STATUS '
                   PAYMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: ORDSTAT OPEN FAILED, STATUS '
                   STATUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O HELD-FILE.
           IF HELD-FILE-STATUS NOT = '00'
               AND HELD-FILE-STATUS NOT = '05'
               DISPLAY 'CA1YEDT1: HOLDORD OPEN FAILED, STATUS '
                   HELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = '00'
               AND XREF-FILE-STATUS NOT = '05'
               DISPLAY 'CA1YEDT1: EDIXREF OPEN FAILED, STATUS '
                   XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PARTNER-FILE.
           IF PARTNER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: PARTFILE OPEN FAILED, STATUS '
                   PARTNER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O OUTBOUND-FILE.
           IF OUTBOUND-FILE-STATUS NOT = '00'
               AND OUTBOUND-FILE-STATUS NOT = '05'
               DISPLAY 'CA1YEDT1: EDIOUT OPEN FAILED, STATUS '
                   OUTBOUND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACCEPTED-FILE.
           IF ACCEPTED-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: ORDACCPT OPEN FAILED, STATUS '
               STOP RUN
           END-IF.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDT1: RPTFIL4 OPEN FAILED, STATUS '
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           MOVE 0 TO HLD-ORDER-NUMBER.
           START HELD-FILE KEY IS NOT LESS THAN HLD-ORDER-NUMBER
               INVALID KEY SET RELEASED-EOF TO TRUE
           END-START.
           IF NOT RELEASED-EOF
               PERFORM Read-Next-Released-Hold
           END-IF.

           PERFORM Read-Next-Order.
       Initialize-Edit-Run-exit.
           exit.
      * --------------------------------------------------------------
      * Pass on any released hold that sorts ahead of the current
      * record, then edit and route the record - unless it is on
      * HOLDORD already, a rerun of an intake that held it. That one
      * is credit control's: it goes to neither file, and is passed
      * on from HOLDORD, once, if and when they release it.
      * --------------------------------------------------------------
       Edit-Order-Record section.
           PERFORM Feed-Released-Hold
               UNTIL RELEASED-EOF
               OR RH-ORDER-NUMBER NOT < ORD-ORDER-NUMBER.

           ADD 1 TO ORDERS-READ-CNT.
           PERFORM Check-Order-On-Holdord.
           IF ORDER-ON-HOLDORD
               ADD 1 TO ORDERS-LEFT-HELD-CNT
               MOVE 'ALREADY ON HOLDORD - LEFT AS IT IS'
                   TO DL-RULE-TEXT
               MOVE ORD-ORDER-NUMBER TO DL-ORDER-NUMBER
               WRITE REPORT-LINE FROM DETAIL-LINE
           ELSE
               PERFORM Edit-And-Route-Order
           END-IF.

           MOVE ORD-ORDER-NUMBER TO PREV-ORDER-NUMBER.
           MOVE 'N' TO FIRST-RECORD-SW.
           PERFORM Read-Next-Order.
       Edit-Order-Record-exit.
           exit.
      * --------------------------------------------------------------
      * A keyed read of HOLDORD for the order in hand. The read moves
      * the released-hold browse off its place, so while that browse
      * has records to come it is started again just past the
      * released hold waiting in RH-; a browse with nothing past it
      * is noted as ended, and the next read ahead finds the end.
      * --------------------------------------------------------------
       Check-Order-On-Holdord section.
           MOVE 'N' TO ORDER-ON-HOLDORD-SW.
           MOVE ORD-ORDER-NUMBER TO HLD-ORDER-NUMBER.
           READ HELD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ORDER-ON-HOLDORD TO TRUE
           END-READ.
           IF HELD-FILE-STATUS NOT = '00'
               AND HELD-FILE-STATUS NOT = '23'
               DISPLAY 'CA1YEDT1: HOLDORD READ FAILED, STATUS '
                   HELD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT RELEASED-EOF
               AND NOT HELD-BROWSE-ENDED
               MOVE RH-ORDER-NUMBER TO HLD-ORDER-NUMBER
               START HELD-FILE KEY IS GREATER THAN HLD-ORDER-NUMBER
                   INVALID KEY SET HELD-BROWSE-ENDED TO TRUE
               END-START
           END-IF.
       Check-Order-On-Holdord-exit.
           exit.
      * --------------------------------------------------------------
      * Run every rule against the record - each broken rule gets its
      * own report line - then route it to the accepted, reject or
      * held file, and answer it if it came in over EDI.
      * --------------------------------------------------------------
       Edit-And-Route-Order section.
           MOVE 'N' TO RECORD-REJECTED-SW.
           MOVE 'N' TO ORDER-HELD-SW.
           MOVE SPACES TO AK-ORDER-REASON.
           MOVE SPACES TO AK-LINE-REASONS.

           PERFORM Check-Order-Sequence.
           PERFORM Check-Item-Count.
           PERFORM Check-Currency-Code.
           PERFORM Check-Customer-Master.

           IF NOT RECORD-REJECTED
               AND CUST-REC-CREDIT-LIMIT > 0
               PERFORM Check-Credit-Limit
           END-IF.

           EVALUATE TRUE
               WHEN RECORD-REJECTED
                   ADD 1 TO ORDERS-REJECTED-CNT
                   WRITE REJECT-RECORD FROM ORDER-RECORD-RAW
               WHEN ORDER-HELD
                   PERFORM Hold-Order
               WHEN OTHER
                   ADD 1 TO ORDERS-ACCEPTED-CNT
                   WRITE ACCEPTED-RECORD FROM ORDER-RECORD-RAW
                   IF CUST-REC-CREDIT-LIMIT > 0
                       MOVE ORD-CUST-NUMBER TO EXPOSURE-CUST-NUMBER
                       MOVE ORD-ORDER-TOTAL TO EXPOSURE-AMOUNT
                       PERFORM Add-Run-Exposure
                   END-IF
           END-EVALUATE.

           IF ORD-ORDER-SOURCE = 'EDI     '
               PERFORM Acknowledge-Intake-Order
           END-IF.
       Edit-And-Route-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The file is keyed on order number, so anything not strictly
           IF ORD-ITEM-QUANTITY(ORD-ITEM-IDX) = 0
               MOVE 'ZERO ITEM QUANTITY' TO DL-RULE-TEXT
               PERFORM Write-Edit-Line
               PERFORM Note-Item-Reason
           END-IF.
       Check-Item-Quantity-exit.
           exit.
      * --------------------------------------------------------------
      * Prove one item against the ITEMMAST master: the SKU must be
      * on file and active, and the keyed unit price must be the
      * price in force on the order date - CA1YEDT1 could always
      * prove the arithmetic was internally consistent, this is what
      * proves the price is right. An accepted item's description is
      * replaced with the canonical one here, before the record is
      * written out, so downstream never sees the free text order
      * entry typed.
      * --------------------------------------------------------------
       Check-Item-Master section.
           MOVE 'N' TO ITEM-RESOLVED-SW.
                   MOVE 'ITEM SKU NOT ON ITEMMAST'
                       TO DL-RULE-TEXT
                   PERFORM Write-Edit-Line
                   PERFORM Note-Item-Reason
               NOT INVALID KEY
                   SET ITEM-RESOLVED TO TRUE
           END-READ.
                   MOVE 'ITEM SKU RETIRED ON ITEMMAST'
                       TO DL-RULE-TEXT
                   PERFORM Write-Edit-Line
                   PERFORM Note-Item-Reason
               END-IF
               PERFORM Resolve-Price-In-Force
               IF ORD-ITEM-UNIT-PRICE(ORD-ITEM-IDX)
                       NOT = PRICE-IN-FORCE
                   MOVE 'ITEM PRICE NOT PRICE IN FORCE ON ORDER DATE'
                       TO DL-RULE-TEXT
                   PERFORM Write-Edit-Line
                   PERFORM Note-Item-Reason
               END-IF
               MOVE ITM-DESCRIPTION
                   TO ORD-ITEM-DESCRIPTION(ORD-ITEM-IDX)
       Check-Item-Master-exit.
           exit.
      * --------------------------------------------------------------
      * Find the price in force for the item just read on the order's
      * date: browse the item's PRICEHST rows oldest first and keep
      * the last one not after that date. An item with no row that
      * early keeps the master's current price.
      * --------------------------------------------------------------
       Resolve-Price-In-Force section.
           IF ORD-ORDER-DATE = 0
               MOVE RUN-DATE-CYYDDD TO PRICE-AS-OF-DATE
           ELSE
               MOVE ORD-ORDER-DATE TO PRICE-AS-OF-DATE
           END-IF.
           MOVE ITM-CURRENT-PRICE TO PRICE-IN-FORCE.

           MOVE 'N' TO PRICE-HISTORY-EOF-SW.
           MOVE ITM-SKU TO PRH-SKU.
           MOVE 0 TO PRH-EFFECTIVE-DATE.
           START PRICE-HISTORY-FILE KEY IS NOT LESS THAN PRH-KEY
               INVALID KEY
                   SET PRICE-HISTORY-EOF TO TRUE
           END-START.
           PERFORM Read-Price-History-Row
               UNTIL PRICE-HISTORY-EOF.
       Resolve-Price-In-Force-exit.
           exit.
      * --------------------------------------------------------------
      * One row of the item's history; the browse stops at the first
      * row for another SKU or dated after the order.
      * --------------------------------------------------------------
       Read-Price-History-Row section.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   SET PRICE-HISTORY-EOF TO TRUE
           END-READ.
           IF NOT PRICE-HISTORY-EOF
               IF PRH-SKU NOT = ITM-SKU
                   OR PRH-EFFECTIVE-DATE > PRICE-AS-OF-DATE
                   SET PRICE-HISTORY-EOF TO TRUE
               ELSE
                   MOVE PRH-UNIT-PRICE TO PRICE-IN-FORCE
               END-IF
           END-IF.
       Read-Price-History-Row-exit.
           exit.
      * --------------------------------------------------------------
      * The same money rules the fan-out enforces: each extension is
      * quantity times unit price, and the extensions sum to the
      * order total.
               MOVE 'ITEM AMOUNT NOT QUANTITY TIMES UNIT PRICE'
                   TO DL-RULE-TEXT
               PERFORM Write-Edit-Line
               PERFORM Note-Item-Reason
           END-IF.
           ADD ORD-ITEM-EXT-AMOUNT(ORD-ITEM-IDX) TO PRICE-SUM.
       Sum-Order-Item-Amount-exit.
       Scan-Customer-Email-exit.
           exit.
      * --------------------------------------------------------------
      * The customer read by Check-Customer-Master has a limit, and
      * the order passed every other rule. Add the order to what the
      * customer already owes and hold it if that comes to more than
      * the limit.
      * --------------------------------------------------------------
       Check-Credit-Limit section.
           PERFORM Sum-Open-Balance.
           COMPUTE CREDIT-EXPOSURE = OPEN-BALANCE + ORD-ORDER-TOTAL.
           IF CREDIT-EXPOSURE > CUST-REC-CREDIT-LIMIT
               SET ORDER-HELD TO TRUE
           END-IF.
       Check-Credit-Limit-exit.
           exit.
      * --------------------------------------------------------------
      * What the customer still owes: every order of theirs on the
      * master that is not cancelled, returned or refunded, less what
      * its PAYMENTS net to, plus what this run has already passed
      * for them. The order being edited is skipped should it be on
      * the master already.
      * --------------------------------------------------------------
       Sum-Open-Balance section.
           MOVE 0 TO OPEN-BALANCE.
           MOVE 'N' TO ORDER-MASTER-EOF-SW.
           MOVE ORD-CUST-NUMBER TO OMR-CUST-NUMBER.
           START ORDER-MASTER-FILE KEY = OMR-CUST-NUMBER
               INVALID KEY SET ORDER-MASTER-EOF TO TRUE
           END-START.
           PERFORM Add-Master-Order-Balance UNTIL ORDER-MASTER-EOF.

           PERFORM Pass-Run-Exposure
               VARYING RUN-EXPOSURE-IDX FROM 1 BY 1
               UNTIL RUN-EXPOSURE-IDX > RUN-EXPOSURE-COUNT
               OR RX-CUST-NUMBER(RUN-EXPOSURE-IDX) = ORD-CUST-NUMBER.
           IF RUN-EXPOSURE-IDX NOT > RUN-EXPOSURE-COUNT
               ADD RX-AMOUNT(RUN-EXPOSURE-IDX) TO OPEN-BALANCE
           END-IF.
       Sum-Open-Balance-exit.
           exit.
      * --------------------------------------------------------------
       Add-Master-Order-Balance section.
           READ ORDER-MASTER-FILE NEXT
               AT END SET ORDER-MASTER-EOF TO TRUE
           END-READ.
           IF NOT ORDER-MASTER-EOF
               IF OMR-CUST-NUMBER NOT = ORD-CUST-NUMBER
                   SET ORDER-MASTER-EOF TO TRUE
               ELSE
                   IF OMR-ORDER-NUMBER NOT = ORD-ORDER-NUMBER
                       AND OMR-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
                       PERFORM Add-Order-Balance
                   END-IF
               END-IF
           END-IF.
       Add-Master-Order-Balance-exit.
           exit.
      * --------------------------------------------------------------
       Add-Order-Balance section.
           MOVE OMR-ORDER-NUMBER TO OSTAT-ORDER-NUMBER.
           READ STATUS-FILE
               INVALID KEY MOVE 'P' TO OSTAT-STATUS
           END-READ.
           IF NOT OSTAT-CANCELLED
               AND NOT OSTAT-RETURNED
               AND NOT OSTAT-REFUNDED
               PERFORM Sum-Order-Payments
               IF PAYMENT-NET-SUM < OMR-ORDER-TOTAL
                   COMPUTE OPEN-BALANCE = OPEN-BALANCE
                       + OMR-ORDER-TOTAL - PAYMENT-NET-SUM
               END-IF
           END-IF.
       Add-Order-Balance-exit.
           exit.
      * --------------------------------------------------------------
      * Payments in less refunds and chargebacks out, the way
      * CA1YRPT4 nets an order.
      * --------------------------------------------------------------
       Sum-Order-Payments section.
           MOVE 0 TO PAYMENT-NET-SUM.
           MOVE 'N' TO PAYMENT-EOF-SW.
           MOVE OMR-ORDER-NUMBER TO PAY-ORDER-NUMBER.
           MOVE 0 TO PAY-DATE.
           MOVE 0 TO PAY-TIME.
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY SET PAYMENT-EOF TO TRUE
           END-START.
           PERFORM Sum-Next-Payment UNTIL PAYMENT-EOF.
       Sum-Order-Payments-exit.
           exit.
      * --------------------------------------------------------------
       Sum-Next-Payment section.
           READ PAYMENT-FILE NEXT
               AT END SET PAYMENT-EOF TO TRUE
           END-READ.
           IF NOT PAYMENT-EOF
               IF PAY-ORDER-NUMBER NOT = OMR-ORDER-NUMBER
                   SET PAYMENT-EOF TO TRUE
               ELSE
                   IF PAY-IS-MONEY-OUT
                       SUBTRACT PAY-AMOUNT FROM PAYMENT-NET-SUM
                   ELSE
                       ADD PAY-AMOUNT TO PAYMENT-NET-SUM
                   END-IF
               END-IF
           END-IF.
       Sum-Next-Payment-exit.
           exit.
      * --------------------------------------------------------------
      * Remember an order passed for a customer, so the next one of
      * theirs in the same run is checked with it counted. A table
      * already full stops remembering; the master catches up once
      * the accepted file is loaded.
      * --------------------------------------------------------------
       Add-Run-Exposure section.
           PERFORM Pass-Run-Exposure
               VARYING RUN-EXPOSURE-IDX FROM 1 BY 1
               UNTIL RUN-EXPOSURE-IDX > RUN-EXPOSURE-COUNT
               OR RX-CUST-NUMBER(RUN-EXPOSURE-IDX)
                   = EXPOSURE-CUST-NUMBER.
           IF RUN-EXPOSURE-IDX > RUN-EXPOSURE-COUNT
               IF RUN-EXPOSURE-COUNT < RUN-EXPOSURE-LIMIT
                   ADD 1 TO RUN-EXPOSURE-COUNT
                   MOVE RUN-EXPOSURE-COUNT TO RUN-EXPOSURE-IDX
                   MOVE EXPOSURE-CUST-NUMBER
                       TO RX-CUST-NUMBER(RUN-EXPOSURE-IDX)
                   MOVE 0 TO RX-AMOUNT(RUN-EXPOSURE-IDX)
               END-IF
           END-IF.
           IF RUN-EXPOSURE-IDX NOT > RUN-EXPOSURE-COUNT
               ADD EXPOSURE-AMOUNT TO RX-AMOUNT(RUN-EXPOSURE-IDX)
           END-IF.
       Add-Run-Exposure-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Run-Exposure section.
           CONTINUE.
       Pass-Run-Exposure-exit.
           exit.
      * --------------------------------------------------------------
      * Put an over-limit order on HOLDORD with the figures it was
      * held on. One already there - a rerun of the same intake, or
      * an order credit control has already decided - is left as it
      * is.
      * --------------------------------------------------------------
       Hold-Order section.
           MOVE ORD-ORDER-NUMBER   TO HLD-ORDER-NUMBER.
           SET HLD-HELD TO TRUE.
           MOVE ORD-CUST-NUMBER    TO HLD-CUST-NUMBER.
           MOVE ORD-CURRENCY-CODE  TO HLD-CURRENCY-CODE.
           MOVE ORD-ORDER-TOTAL    TO HLD-ORDER-TOTAL.
           MOVE OPEN-BALANCE       TO HLD-OPEN-BALANCE.
           MOVE CUST-REC-CREDIT-LIMIT TO HLD-CREDIT-LIMIT.
           MOVE RUN-DATE-CYYDDD    TO HLD-HELD-DATE.
           MOVE SPACES             TO HLD-DECIDED-BY.
           MOVE 0                  TO HLD-DECIDED-DATE.
           MOVE SPACES             TO HLD-REASON.
           MOVE 0                  TO HLD-FED-DATE.
           MOVE 'N'                TO HLD-REJECT-ACK-SW.
           MOVE ORDER-RECORD-RAW   TO HLD-ORDER-IMAGE.
           WRITE CA1Y-HELD-ORDER-RECORD
               INVALID KEY
                   IF HELD-FILE-STATUS = '22'
                       ADD 1 TO ORDERS-LEFT-HELD-CNT
                       MOVE 'ALREADY ON HOLDORD - LEFT AS IT IS'
                           TO DL-RULE-TEXT
                   ELSE
                       DISPLAY 'CA1YEDT1: HOLDORD WRITE FAILED, '
                           'STATUS ' HELD-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO ORDERS-HELD-CNT
                   MOVE 'HELD - OVER CUSTOMER CREDIT LIMIT'
                       TO DL-RULE-TEXT
           END-WRITE.
           MOVE ORD-ORDER-NUMBER TO DL-ORDER-NUMBER.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       Hold-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Pass the waiting released hold to the accepted file, mark it
      * passed on, and read ahead to the next released one.
      * --------------------------------------------------------------
       Feed-Released-Hold section.
           WRITE ACCEPTED-RECORD FROM RH-ORDER-IMAGE.
           ADD 1 TO RELEASED-FED-CNT.
           MOVE RH-CUST-NUMBER TO EXPOSURE-CUST-NUMBER.
           MOVE RH-ORDER-TOTAL TO EXPOSURE-AMOUNT.
           PERFORM Add-Run-Exposure.

           MOVE RELEASED-HOLD TO CA1Y-HELD-ORDER-RECORD.
           SET HLD-FED TO TRUE.
           MOVE RUN-DATE-CYYDDD TO HLD-FED-DATE.
           REWRITE CA1Y-HELD-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'CA1YEDT1: HOLDORD REWRITE FAILED, STATUS '
                       HELD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

           MOVE 'RELEASED FROM HOLD - PASSED TO THE FAN-OUT'
               TO DL-RULE-TEXT.
           MOVE RH-ORDER-NUMBER TO DL-ORDER-NUMBER.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           IF RH-ORDER-SOURCE = 'EDI     '
               PERFORM Acknowledge-Released-Order
           END-IF.

           PERFORM Read-Next-Released-Hold.
       Feed-Released-Hold-exit.
           exit.
      * --------------------------------------------------------------
      * Read on through HOLDORD to the next record credit control has
      * released, or to the end of the file, answering any rejected
      * EDI order passed on the way.
      * --------------------------------------------------------------
       Read-Next-Released-Hold section.
           MOVE SPACE TO RH-STATUS.
           PERFORM Read-Held-Record
               UNTIL RELEASED-EOF OR RH-STATUS = 'R'.
       Read-Next-Released-Hold-exit.
           exit.
      * --------------------------------------------------------------
       Read-Held-Record section.
           IF HELD-BROWSE-ENDED
               SET RELEASED-EOF TO TRUE
           ELSE
               READ HELD-FILE NEXT INTO RELEASED-HOLD
                   AT END SET RELEASED-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT RELEASED-EOF
               AND RH-STATUS = 'X'
               AND RH-REJECT-ACK-SW NOT = 'Y'
               AND RH-ORDER-SOURCE = 'EDI     '
               PERFORM Acknowledge-Rejected-Hold
           END-IF.
       Read-Held-Record-exit.
           exit.
      * --------------------------------------------------------------
      * One broken rule, one report line; the first one also marks
      * the record rejected.
      * --------------------------------------------------------------
           SET RECORD-REJECTED TO TRUE.
           MOVE ORD-ORDER-NUMBER TO DL-ORDER-NUMBER.
           WRITE REPORT-LINE FROM DETAIL-LINE.
           IF AK-ORDER-REASON = SPACES
               MOVE DL-RULE-TEXT TO AK-ORDER-REASON
           END-IF.
       Write-Edit-Line-exit.
           exit.
      * --------------------------------------------------------------
      * The rule just reported was broken by the line in hand; the
      * first one it breaks is the reason its acknowledgment line
      * gives.
      * --------------------------------------------------------------
       Note-Item-Reason section.
           IF AK-LINE-REASON(ORD-ITEM-IDX) = SPACES
               MOVE DL-RULE-TEXT TO AK-LINE-REASON(ORD-ITEM-IDX)
           END-IF.
       Note-Item-Reason-exit.
           exit.
      * --------------------------------------------------------------
      * Answer an EDI order the edit has just decided. A record whose
      * item count is out of range has no lines to answer for; the
      * header's reason says why.
      * --------------------------------------------------------------
       Acknowledge-Intake-Order section.
           MOVE ORD-ORDER-NUMBER TO AK-ORDER-NUMBER.
           EVALUATE TRUE
               WHEN RECORD-REJECTED
                   MOVE 'REJECTED' TO AK-DISPOSITION
               WHEN ORDER-HELD
                   MOVE 'HELD'     TO AK-DISPOSITION
                   MOVE 'HELD FOR CREDIT REVIEW' TO AK-ORDER-REASON
               WHEN OTHER
                   MOVE 'ACCEPTED' TO AK-DISPOSITION
           END-EVALUATE.

           MOVE 0 TO AK-LINE-COUNT.
           IF ORD-ITEM-COUNT >= 1 AND ORD-ITEM-COUNT <= 50
               MOVE ORD-ITEM-COUNT TO AK-LINE-COUNT
               PERFORM Load-Intake-Ack-Line
                   VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > AK-LINE-COUNT
           END-IF.

           PERFORM Write-Order-Acknowledgment.
       Acknowledge-Intake-Order-exit.
           exit.
      * --------------------------------------------------------------
       Load-Intake-Ack-Line section.
           MOVE ORD-ITEM-SKU(AK-IDX)      TO AK-LINE-SKU(AK-IDX).
           MOVE ORD-ITEM-QUANTITY(AK-IDX) TO AK-LINE-QUANTITY(AK-IDX).
       Load-Intake-Ack-Line-exit.
           exit.
      * --------------------------------------------------------------
      * A held EDI order credit control has released: every line
      * passed the edit when it was held, so the whole order is
      * acknowledged ACCEPTED.
      * --------------------------------------------------------------
       Acknowledge-Released-Order section.
           MOVE RH-ORDER-NUMBER TO AK-ORDER-NUMBER.
           MOVE 'ACCEPTED'      TO AK-DISPOSITION.
           MOVE SPACES          TO AK-ORDER-REASON.
           MOVE SPACES          TO AK-LINE-REASONS.
           MOVE 0 TO AK-LINE-COUNT.
           IF RH-ITEM-COUNT >= 1 AND RH-ITEM-COUNT <= 50
               MOVE RH-ITEM-COUNT TO AK-LINE-COUNT
               PERFORM Load-Released-Ack-Line
                   VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > AK-LINE-COUNT
           END-IF.

           PERFORM Write-Order-Acknowledgment.
       Acknowledge-Released-Order-exit.
           exit.
      * --------------------------------------------------------------
      * A held EDI order credit control has rejected: the whole order
      * is acknowledged REJECTED with the reason they gave, and the
      * hold is marked answered - whether or not a partner could be
      * found for it, as a released order is marked passed on - so
      * the next run does not answer it again.
      * --------------------------------------------------------------
       Acknowledge-Rejected-Hold section.
           MOVE RH-ORDER-NUMBER TO AK-ORDER-NUMBER.
           MOVE 'REJECTED'      TO AK-DISPOSITION.
           MOVE SPACES          TO AK-ORDER-REASON.
           STRING 'REJECTED ON CREDIT REVIEW - ' DELIMITED BY SIZE
               RH-REASON DELIMITED BY SIZE
               INTO AK-ORDER-REASON
           END-STRING.
           MOVE AK-ORDER-REASON TO DL-RULE-TEXT.
           MOVE RH-ORDER-NUMBER TO DL-ORDER-NUMBER.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           MOVE SPACES          TO AK-LINE-REASONS.
           MOVE 0 TO AK-LINE-COUNT.
           IF RH-ITEM-COUNT >= 1 AND RH-ITEM-COUNT <= 50
               MOVE RH-ITEM-COUNT TO AK-LINE-COUNT
               PERFORM Load-Released-Ack-Line
                   VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > AK-LINE-COUNT
           END-IF.

           PERFORM Write-Order-Acknowledgment.

           MOVE RELEASED-HOLD TO CA1Y-HELD-ORDER-RECORD.
           SET HLD-REJECTION-ACKNOWLEDGED TO TRUE.
           REWRITE CA1Y-HELD-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'CA1YEDT1: HOLDORD REWRITE FAILED, STATUS '
                       HELD-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       Acknowledge-Rejected-Hold-exit.
           exit.
      * --------------------------------------------------------------
       Load-Released-Ack-Line section.
           MOVE RH-ITEM-SKU(AK-IDX)      TO AK-LINE-SKU(AK-IDX).
           MOVE RH-ITEM-QUANTITY(AK-IDX) TO AK-LINE-QUANTITY(AK-IDX).
       Load-Released-Ack-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Find the partner the order came from - EDIXREF names the
      * account and their PO reference, and PARTFILE must still know
      * the account - and write the acknowledgment to their key
      * range on EDIOUT: header, one segment per line, trailer. Any
      * acknowledgment already waiting for the order is deleted
      * first, so a resent answer with fewer lines leaves none of
      * the old lines behind. An order with no partner to answer is
      * reported instead.
      * --------------------------------------------------------------
       Write-Order-Acknowledgment section.
           MOVE SPACES TO DL-RULE-TEXT.
           MOVE AK-ORDER-NUMBER TO EDX-ORDER-NUMBER.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'EDI ORDER NOT ON EDIXREF - NOT ACKNOWLEDGED'
                       TO DL-RULE-TEXT
           END-READ.
           IF DL-RULE-TEXT = SPACES
               MOVE EDX-PARTNER-ACCT TO PRT-ACCOUNT
               READ PARTNER-FILE
                   INVALID KEY
                       MOVE 'PARTNER NOT ON PARTFILE - NOT ACKNOWLEDGED'
                           TO DL-RULE-TEXT
               END-READ
           END-IF.

           IF DL-RULE-TEXT NOT = SPACES
               ADD 1 TO ACKS-UNSENT-CNT
               MOVE AK-ORDER-NUMBER TO DL-ORDER-NUMBER
               WRITE REPORT-LINE FROM DETAIL-LINE
           ELSE
               PERFORM Delete-Previous-Ack
               MOVE EDX-PARTNER-ACCT TO EDO-PARTNER-ACCT
               MOVE AK-ORDER-NUMBER  TO EDO-ORDER-NUMBER
               SET EDO-ACKNOWLEDGMENT TO TRUE
               MOVE 0                TO EDO-CONSIGNMENT-NO
               MOVE RUN-DATE-CYYDDD  TO EDO-CREATED-DATE

               MOVE 0 TO EDO-SEGMENT-NO
               SET EDO-HEADER-SEGMENT TO TRUE
               MOVE SPACES TO EDO-SEGMENT-DATA
               MOVE EDX-PARTNER-REF TO EDO-AKH-PARTNER-REF
               MOVE AK-DISPOSITION  TO EDO-AKH-DISPOSITION
               MOVE AK-ORDER-REASON TO EDO-AKH-REASON
               PERFORM Write-Outbound-Segment

               MOVE 0 TO AK-QUANTITY-TOTAL
               PERFORM Write-Ack-Line-Segment
                   VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > AK-LINE-COUNT

               MOVE 999 TO EDO-SEGMENT-NO
               SET EDO-TRAILER-SEGMENT TO TRUE
               MOVE SPACES TO EDO-SEGMENT-DATA
               MOVE AK-LINE-COUNT     TO EDO-TRL-LINE-COUNT
               MOVE AK-QUANTITY-TOTAL TO EDO-TRL-QUANTITY-TOTAL
               PERFORM Write-Outbound-Segment
               ADD 1 TO ACKS-WRITTEN-CNT
           END-IF.
       Write-Order-Acknowledgment-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the order's acknowledgment key range - partner, order
      * number, 'AK', consignment zero - from the header segment on,
      * deleting each segment until the key moves past it.
      * --------------------------------------------------------------
       Delete-Previous-Ack section.
           MOVE 'N' TO OUTBOUND-EOF-SW.
           MOVE EDX-PARTNER-ACCT TO EDO-PARTNER-ACCT.
           MOVE AK-ORDER-NUMBER  TO EDO-ORDER-NUMBER.
           SET EDO-ACKNOWLEDGMENT TO TRUE.
           MOVE 0                TO EDO-CONSIGNMENT-NO.
           MOVE 0                TO EDO-SEGMENT-NO.
           START OUTBOUND-FILE KEY IS NOT LESS THAN EDO-KEY
               INVALID KEY SET OUTBOUND-EOF TO TRUE
           END-START.
           PERFORM Delete-Next-Ack-Segment UNTIL OUTBOUND-EOF.
       Delete-Previous-Ack-exit.
           exit.
      * --------------------------------------------------------------
       Delete-Next-Ack-Segment section.
           READ OUTBOUND-FILE NEXT
               AT END SET OUTBOUND-EOF TO TRUE
           END-READ.
           IF NOT OUTBOUND-EOF
               IF EDO-PARTNER-ACCT NOT = EDX-PARTNER-ACCT
                   OR EDO-ORDER-NUMBER NOT = AK-ORDER-NUMBER
                   OR NOT EDO-ACKNOWLEDGMENT
                   SET OUTBOUND-EOF TO TRUE
               ELSE
                   DELETE OUTBOUND-FILE RECORD
                       INVALID KEY
                           DISPLAY 'CA1YEDT1: EDIOUT DELETE FAILED, '
                               'STATUS ' OUTBOUND-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-DELETE
               END-IF
           END-IF.
       Delete-Next-Ack-Segment-exit.
           exit.
      * --------------------------------------------------------------
      * One line: rejected with its own reason if it broke a rule;
      * otherwise it shares the order's fate, and a line of a
      * rejected order points the partner at the header's reason.
      * --------------------------------------------------------------
       Write-Ack-Line-Segment section.
           MOVE AK-IDX TO EDO-SEGMENT-NO.
           SET EDO-LINE-SEGMENT TO TRUE.
           MOVE SPACES TO EDO-SEGMENT-DATA.
           MOVE AK-LINE-SKU(AK-IDX)      TO EDO-AKL-SKU.
           MOVE AK-LINE-QUANTITY(AK-IDX) TO EDO-AKL-QUANTITY.
           EVALUATE TRUE
               WHEN AK-LINE-REASON(AK-IDX) NOT = SPACES
                   MOVE 'REJECTED' TO EDO-AKL-STATUS
                   MOVE AK-LINE-REASON(AK-IDX) TO EDO-AKL-REASON
               WHEN AK-DISPOSITION = 'REJECTED'
                   MOVE 'REJECTED' TO EDO-AKL-STATUS
                   MOVE 'ORDER REJECTED - SEE HEADER'
                       TO EDO-AKL-REASON
               WHEN OTHER
                   MOVE AK-DISPOSITION TO EDO-AKL-STATUS
           END-EVALUATE.
           ADD AK-LINE-QUANTITY(AK-IDX) TO AK-QUANTITY-TOTAL.
           PERFORM Write-Outbound-Segment.
       Write-Ack-Line-Segment-exit.
           exit.
      * --------------------------------------------------------------
      * Write one segment. The order's earlier acknowledgment, if
      * any, is already gone, so the key is free.
      * --------------------------------------------------------------
       Write-Outbound-Segment section.
           WRITE CA1Y-EDI-OUTBOUND-RECORD
               INVALID KEY
                   DISPLAY 'CA1YEDT1: EDIOUT WRITE FAILED, '
                       'STATUS ' OUTBOUND-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       Write-Outbound-Segment-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next order record, noting end of file. Status 04 -
      * a record whose length doesn't fit the description, exactly
      * the malformed shape the edit exists to catch - still delivers
           MOVE ORDERS-READ-CNT     TO TL-READ.
           MOVE ORDERS-ACCEPTED-CNT TO TL-ACCEPTED.
           MOVE ORDERS-REJECTED-CNT TO TL-REJECTED.
           MOVE ORDERS-HELD-CNT     TO TL-HELD.
           MOVE ORDERS-LEFT-HELD-CNT TO TL-LEFT-HELD.
           MOVE RELEASED-FED-CNT    TO TL-RELEASED.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE ACKS-WRITTEN-CNT    TO TL-ACKS-WRITTEN.
           MOVE ACKS-UNSENT-CNT     TO TL-ACKS-UNSENT.
           WRITE REPORT-LINE FROM ACK-TOTAL-LINE.

           PERFORM Write-Runlog-Entry.

           CLOSE ORDER-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ITEM-FILE.
           CLOSE PRICE-HISTORY-FILE.
           CLOSE ORDER-MASTER-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE STATUS-FILE.
           CLOSE HELD-FILE.
           CLOSE XREF-FILE.
           CLOSE PARTNER-FILE.
           CLOSE OUTBOUND-FILE.
           CLOSE ACCEPTED-FILE.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUNLOG-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           END-IF.
       Terminate-Edit-Run-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the run, with its totals, so the nightly
      * cycle can see it finished. The key collides only with another
      * run started in the same second, so a duplicate moves the
      * start time along and tries again, as CA1YRUNW does; any other
      * failure is reported.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE 'CA1YEDT1' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 6 TO RUN-COUNTER-COUNT.
           MOVE 'READ' TO RUN-COUNTER-LABEL(1).
           MOVE ORDERS-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'ACCEPTED' TO RUN-COUNTER-LABEL(2).
           MOVE ORDERS-ACCEPTED-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'REJECTED' TO RUN-COUNTER-LABEL(3).
           MOVE ORDERS-REJECTED-CNT TO RUN-COUNTER-VALUE(3).
           MOVE 'HELD' TO RUN-COUNTER-LABEL(4).
           MOVE ORDERS-HELD-CNT TO RUN-COUNTER-VALUE(4).
           MOVE 'RELEASED' TO RUN-COUNTER-LABEL(5).
           MOVE RELEASED-FED-CNT TO RUN-COUNTER-VALUE(5).
           MOVE 'ACKNOWLEDGED' TO RUN-COUNTER-LABEL(6).
           MOVE ACKS-WRITTEN-CNT TO RUN-COUNTER-VALUE(6).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YEDT1: RUNLOG WRITE FAILED, STATUS '
                   RUNLOG-FILE-STATUS
           END-IF.
       Write-Runlog-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Write-Runlog-Record section.
           ADD 1 TO RUNLOG-WRITE-TRIES.
           WRITE CA1Y-RUNLOG-RECORD
               INVALID KEY
                   IF RUNLOG-FILE-STATUS = '22'
                       ADD 1 TO RUN-START-TIME
                   ELSE
                       MOVE RUNLOG-TRY-LIMIT TO RUNLOG-WRITE-TRIES
                   END-IF
               NOT INVALID KEY
                   SET RUNLOG-WRITTEN TO TRUE
           END-WRITE.
       Write-Runlog-Record-exit.
           exit.
