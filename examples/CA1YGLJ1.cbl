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
      * Nightly general-ledger journal extract.
      *
      * Finance used to re-key the day's money into the ledger from
      * the CA1YRPT4 reconciliation and the invoice PDFs. This driver
      * reads the day's issued INVREG entries - invoices and credit
      * notes - and the day's PAYMENTS records, and turns them into
      * one balanced double-entry journal in the ledger's interface
      * layout (copybooks/CA1YGLJ.cpy):
      *
      *   invoice      Dr receivable (gross)  Cr revenue (net)
      *                                       Cr tax payable (tax)
      *   credit note  the same, reversed - its amounts are negative
      *                on the register, so each line changes side
      *   payment      Dr cash                Cr receivable
      *   refund       Dr receivable          Cr cash
      *   chargeback   Dr receivable          Cr cash
      *
      * A chargeback is posted as money out under its own event, so
      * the map can send it to its own accounts; it is counted with
      * the refunds on the control listing and on RUNLOG.
      *
      * The accounts come from the GLAC rows on CTLFILE
      * (copybooks/CA1YCTL.cpy), maintained on CA1YCTLM, by event
      * type, the order's source off ORDERFIL and currency. A row
      * for the order's own source beats a DEFAULT-source row, and
      * a row for its own currency beats a blank-currency one; the
      * rows are read into copybooks/CA1YGLM.cpy once per run.
      * Lines are summarized per account, currency, source and side,
      * so the journal is a few dozen lines however busy the day was.
      *
      * Nothing is written until the whole day has been posted and
      * every currency's debits equal its credits. A day that does
      * not balance - an INVREG entry whose gross is not its net plus
      * tax, say - or that has a posting with no mapped account, or
      * that overflows the tables, is refused: the control listing
      * says why, the journal queue stays empty, and the run goes on
      * RUNLOG as incomplete so nobody loads half a day.
      *
      * The journal goes to extrapartition transient-data queue GLJE
      * and the control totals - documents and debits and credits per
      * currency, and the outcome - to GLCT; the region's DCT
      * allocates them to the ledger interface dataset and to
      * SYSOUT.
      *
      * The day is yesterday by default - the run is scheduled after
      * midnight. A START can pass a YYYYDDD date as its data to
      * redo a particular day; the batch id is built from the date,
      * so the ledger replaces that day's journal instead of adding
      * a second copy.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - schedule it
      * nightly via an interval-controlled START.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YGLJ1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YINV.
           COPY CA1YPAY.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YGLJ.
           COPY CA1YGLM.
           COPY CA1YCTL.
       01 CONTROL-QUEUE-NAME         PIC X(04) VALUE 'GLCT'.
       01 SWITCHES.
           02 INVOICE-EOF-SW            PIC X(01) VALUE 'N'.
               88 INVOICE-EOF            VALUE 'Y'.
           02 INVOICE-BROWSE-SW         PIC X(01) VALUE 'N'.
               88 INVOICE-BROWSE-ACTIVE VALUE 'Y'.
           02 PAYMENT-EOF-SW            PIC X(01) VALUE 'N'.
               88 PAYMENT-EOF            VALUE 'Y'.
           02 PAYMENT-BROWSE-SW         PIC X(01) VALUE 'N'.
               88 PAYMENT-BROWSE-ACTIVE VALUE 'Y'.
           02 ACCOUNT-EOF-SW            PIC X(01) VALUE 'N'.
               88 ACCOUNT-EOF            VALUE 'Y'.
           02 ACCOUNT-BROWSE-SW         PIC X(01) VALUE 'N'.
               88 ACCOUNT-BROWSE-ACTIVE VALUE 'Y'.
           02 TABLE-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88 TABLE-OVERFLOW        VALUE 'Y'.
           02 JOURNAL-ACCEPTED-SW       PIC X(01) VALUE 'N'.
               88 JOURNAL-ACCEPTED      VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 DRIVER-COUNTERS.
           02 INVOICES-POSTED-CNT       PIC 9(07) VALUE 0.
           02 CREDIT-NOTES-POSTED-CNT   PIC 9(07) VALUE 0.
           02 PAYMENTS-POSTED-CNT       PIC 9(07) VALUE 0.
           02 REFUNDS-POSTED-CNT        PIC 9(07) VALUE 0.
           02 JOURNAL-LINES-CNT         PIC 9(07) VALUE 0.
           02 UNMAPPED-CNT              PIC 9(07) VALUE 0.
           02 UNBALANCED-CNT            PIC 9(07) VALUE 0.
           02 EXCEPTIONS-CNT            PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * The day being journalled. Register and payment stamps are
      * EIBDATE, 0CYYDDD; the ledger wants YYYYDDD.
      * --------------------------------------------------------------
       01 JOURNAL-DATE-WORK.
           02 JOURNAL-CYYDDD            PIC 9(07) VALUE 0.
           02 JOURNAL-SPLIT REDEFINES JOURNAL-CYYDDD.
               03 JOURNAL-CYY           PIC 9(04).
               03 JOURNAL-DDD           PIC 9(03).
           02 JOURNAL-YYYYDDD           PIC 9(07) VALUE 0.
           02 JOURNAL-YEAR              PIC 9(04) VALUE 0.
           02 LEAP-QUOTIENT             PIC 9(04) VALUE 0.
           02 LEAP-REMAINDER            PIC 9(01) VALUE 0.
       01 START-DATA.
           02 START-YYYYDDD             PIC X(07) VALUE SPACES.
       01 START-DATA-LENGTH          PIC S9(04) COMP VALUE 0.
      * --------------------------------------------------------------
      * One posting on its way into the journal table.
      * --------------------------------------------------------------
       01 POSTING-WORK.
           02 POST-EVENT                PIC X(08) VALUE SPACES.
           02 POST-ORDER-NUMBER         PIC 9(08) VALUE 0.
           02 POST-DEBIT-ACCOUNT        PIC X(10) VALUE SPACES.
           02 POST-CREDIT-ACCOUNT       PIC X(10) VALUE SPACES.
           02 POST-TAX-ACCOUNT          PIC X(10) VALUE SPACES.
           02 POST-KEY.
               03 POST-ACCOUNT          PIC X(10) VALUE SPACES.
               03 POST-CURRENCY         PIC X(03) VALUE SPACES.
               03 POST-SOURCE           PIC X(08) VALUE SPACES.
               03 POST-SIDE             PIC X(01) VALUE 'D'.
                   88 POST-DEBIT        VALUE 'D'.
                   88 POST-CREDIT       VALUE 'C'.
           02 POST-AMOUNT               PIC S9(11)V99 VALUE 0.
      * --------------------------------------------------------------
      * The journal as it builds: one line per account, currency,
      * source and side.
      * --------------------------------------------------------------
       01 JOURNAL-TABLE.
           02 JOURNAL-LINE-COUNT        PIC 9(04) VALUE 0.
           02 JOURNAL-LINE-LIMIT        PIC 9(04) VALUE 500.
           02 JOURNAL-LINE OCCURS 500 TIMES.
               03 JL-KEY.
                   04 JL-ACCOUNT        PIC X(10).
                   04 JL-CURRENCY       PIC X(03).
                   04 JL-SOURCE         PIC X(08).
                   04 JL-SIDE           PIC X(01).
               03 JL-AMOUNT             PIC S9(13)V99.
       01 JOURNAL-IDX                PIC 9(04) VALUE 0.
      * --------------------------------------------------------------
      * Control totals per currency - amounts in two currencies do
      * not add up to anything, so each must balance on its own.
      * --------------------------------------------------------------
       01 CURRENCY-TABLE.
           02 CURRENCY-COUNT            PIC 9(02) VALUE 0.
           02 CURRENCY-LIMIT            PIC 9(02) VALUE 20.
           02 CURRENCY-ENTRY OCCURS 20 TIMES.
               03 CT-CURRENCY           PIC X(03).
               03 CT-INVOICE-CNT        PIC 9(07).
               03 CT-CREDIT-NOTE-CNT    PIC 9(07).
               03 CT-PAYMENT-CNT        PIC 9(07).
               03 CT-REFUND-CNT         PIC 9(07).
               03 CT-DEBIT-TOTAL        PIC S9(13)V99.
               03 CT-CREDIT-TOTAL       PIC S9(13)V99.
       01 CURRENCY-IDX               PIC 9(02) VALUE 0.
       01 HASH-WORK.
           02 DEBIT-HASH                PIC 9(15)V99 VALUE 0.
           02 CREDIT-HASH               PIC 9(15)V99 VALUE 0.
      * --------------------------------------------------------------
      * The control listing, 80 columns.
      * --------------------------------------------------------------
       01 CONTROL-LINE                  PIC X(80) VALUE SPACES.
       01 CONTROL-HEADING.
           02 FILLER                    PIC X(31)
               VALUE 'CA1YGLJ1 - GL JOURNAL FOR DAY '.
           02 CH-JOURNAL-DATE           PIC 9(07).
           02 FILLER                    PIC X(08) VALUE ', BATCH '.
           02 CH-BATCH-ID               PIC X(12).
           02 FILLER                    PIC X(22) VALUE SPACES.
       01 CONTROL-COUNT-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CC-CURRENCY               PIC X(03).
           02 FILLER                    PIC X(10) VALUE ' INVOICES '.
           02 CC-INVOICES               PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15)
               VALUE '  CREDIT NOTES '.
           02 CC-CREDIT-NOTES           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(11) VALUE '  PAYMENTS '.
           02 CC-PAYMENTS               PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE '  REFUNDS '.
           02 CC-REFUNDS                PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(01) VALUE SPACES.
       01 CONTROL-AMOUNT-LINE.
           02 FILLER                    PIC X(06) VALUE SPACES.
           02 FILLER                    PIC X(08) VALUE 'DEBITS '.
           02 CA-DEBITS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(10) VALUE '  CREDITS '.
           02 CA-CREDITS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CA-STATUS                 PIC X(14).
           02 FILLER                    PIC X(06) VALUE SPACES.
       01 CONTROL-COUNT-EDIT            PIC ZZZ,ZZ9.
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
           PERFORM Post-Register-Entries.
           PERFORM Post-Payment-Entries.
           PERFORM Check-Journal-Balance.

           IF JOURNAL-ACCEPTED
               PERFORM Write-Journal-File
           END-IF.

           PERFORM Print-Control-Totals.
           PERFORM Write-Run-History.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the start, settle which day is being journalled, and
      * load the account map.
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

           IF WS-RESP = DFHRESP(NORMAL)
               AND START-YYYYDDD IS NUMERIC
               AND START-YYYYDDD > '1900000'
               MOVE START-YYYYDDD TO JOURNAL-YYYYDDD
               COMPUTE JOURNAL-CYYDDD = JOURNAL-YYYYDDD - 1900000
           ELSE
               PERFORM Derive-Yesterday
           END-IF.

           STRING 'CA1Y' JOURNAL-YYYYDDD DELIMITED BY SIZE
               INTO GLJ-BATCH-ID.

           PERFORM Load-Account-Config.
       Initialize-Driver-exit.
           exit.
      * --------------------------------------------------------------
      * The day before the run, stepping back over a year end.
      * --------------------------------------------------------------
       Derive-Yesterday section.
           MOVE EIBDATE TO JOURNAL-CYYDDD.
           IF JOURNAL-DDD > 1
               SUBTRACT 1 FROM JOURNAL-DDD
           ELSE
               SUBTRACT 1 FROM JOURNAL-CYY
               COMPUTE JOURNAL-YEAR = 1900 + JOURNAL-CYY
               DIVIDE JOURNAL-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 366 TO JOURNAL-DDD
               ELSE
                   MOVE 365 TO JOURNAL-DDD
               END-IF
           END-IF.
           COMPUTE JOURNAL-YYYYDDD = JOURNAL-CYYDDD + 1900000.
       Derive-Yesterday-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the GLAC rows into the account map. More rows than the
      * map holds is an overflow like any other, and the day is
      * refused rather than posted against a partial map.
      * --------------------------------------------------------------
       Load-Account-Config section.
           MOVE 0 TO CA1Y-ACCOUNT-COUNT.
           MOVE 'N' TO ACCOUNT-EOF-SW.
           MOVE 'N' TO ACCOUNT-BROWSE-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-ACCOUNT-TABLE TO TRUE.
           EXEC CICS STARTBR FILE(CONTROL-FILE-NAME)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET ACCOUNT-BROWSE-ACTIVE TO TRUE
           ELSE
               SET ACCOUNT-EOF TO TRUE
           END-IF.

           PERFORM Load-Next-Account-Row UNTIL ACCOUNT-EOF.

           IF ACCOUNT-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.
       Load-Account-Config-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Account-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-ACCOUNT-TABLE
               SET ACCOUNT-EOF TO TRUE
           ELSE
               IF CA1Y-ACCOUNT-COUNT >= CA1Y-ACCOUNT-LIMIT
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO CA1Y-ACCOUNT-COUNT
                   MOVE CTLK-GL-EVENT
                       TO CA1Y-ACCOUNT-EVENT(CA1Y-ACCOUNT-COUNT)
                   MOVE CTLK-GL-CURRENCY
                       TO CA1Y-ACCOUNT-CURRENCY(CA1Y-ACCOUNT-COUNT)
                   MOVE CTLK-GL-SOURCE
                       TO CA1Y-ACCOUNT-SOURCE(CA1Y-ACCOUNT-COUNT)
                   MOVE CTLD-GL-DEBIT
                       TO CA1Y-ACCOUNT-DEBIT(CA1Y-ACCOUNT-COUNT)
                   MOVE CTLD-GL-CREDIT
                       TO CA1Y-ACCOUNT-CREDIT(CA1Y-ACCOUNT-COUNT)
                   MOVE CTLD-GL-TAX
                       TO CA1Y-ACCOUNT-TAX(CA1Y-ACCOUNT-COUNT)
               END-IF
           END-IF.
       Load-Next-Account-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the whole register; the day's issued entries post.
      * --------------------------------------------------------------
       Post-Register-Entries section.
           MOVE LOW-VALUES TO INV-KEY.
           EXEC CICS STARTBR FILE(INVOICE-FILE-NAME)
               RIDFLD(INV-KEY) KEYLENGTH(LENGTH OF INV-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET INVOICE-BROWSE-ACTIVE TO TRUE
           ELSE
               SET INVOICE-EOF TO TRUE
           END-IF.

           PERFORM Post-Next-Register-Entry UNTIL INVOICE-EOF.

           IF INVOICE-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(INVOICE-FILE-NAME) END-EXEC
           END-IF.
       Post-Register-Entries-exit.
           exit.
      * --------------------------------------------------------------
      * Skip the control record, void and pending numbers, and other
      * days.
      * --------------------------------------------------------------
       Post-Next-Register-Entry section.
           EXEC CICS READNEXT FILE(INVOICE-FILE-NAME)
               INTO(CA1Y-INVOICE-RECORD)
               RIDFLD(INV-KEY) KEYLENGTH(LENGTH OF INV-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET INVOICE-EOF TO TRUE
           ELSE
               IF INV-NUMBER NOT = 0
                   AND INV-ISSUED
                   AND INV-BUILD-DATE = JOURNAL-CYYDDD
                   PERFORM Post-Register-Entry
               END-IF
           END-IF.
       Post-Next-Register-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Receivable for the gross, revenue for the net, tax payable
      * for the tax. A credit note's negative amounts turn each line
      * round.
      * --------------------------------------------------------------
       Post-Register-Entry section.
           IF INV-CREDIT-NOTE
               MOVE 'CREDNOTE' TO POST-EVENT
           ELSE
               MOVE 'INVOICE ' TO POST-EVENT
           END-IF.
           MOVE INV-ORDER-NUMBER TO POST-ORDER-NUMBER.
           IF INV-CURRENCY-CODE = SPACES
               MOVE 'USD' TO POST-CURRENCY
           ELSE
               MOVE INV-CURRENCY-CODE TO POST-CURRENCY
           END-IF.
           PERFORM Prepare-Posting.

           IF CA1Y-ACCOUNT-FOUND AND NOT TABLE-OVERFLOW
               IF INV-CREDIT-NOTE
                   ADD 1 TO CREDIT-NOTES-POSTED-CNT
                   ADD 1 TO CT-CREDIT-NOTE-CNT(CURRENCY-IDX)
               ELSE
                   ADD 1 TO INVOICES-POSTED-CNT
                   ADD 1 TO CT-INVOICE-CNT(CURRENCY-IDX)
               END-IF

               MOVE POST-DEBIT-ACCOUNT TO POST-ACCOUNT
               SET POST-DEBIT TO TRUE
               MOVE INV-GROSS-AMOUNT TO POST-AMOUNT
               PERFORM Post-Journal-Line

               MOVE POST-CREDIT-ACCOUNT TO POST-ACCOUNT
               SET POST-CREDIT TO TRUE
               MOVE INV-NET-AMOUNT TO POST-AMOUNT
               PERFORM Post-Journal-Line

               MOVE POST-TAX-ACCOUNT TO POST-ACCOUNT
               SET POST-CREDIT TO TRUE
               MOVE INV-TAX-AMOUNT TO POST-AMOUNT
               PERFORM Post-Journal-Line
           END-IF.
       Post-Register-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the whole of PAYMENTS; the day's money posts.
      * --------------------------------------------------------------
       Post-Payment-Entries section.
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

           PERFORM Post-Next-Payment-Entry UNTIL PAYMENT-EOF.

           IF PAYMENT-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(PAYMENT-FILE-NAME) END-EXEC
           END-IF.
       Post-Payment-Entries-exit.
           exit.
      * --------------------------------------------------------------
       Post-Next-Payment-Entry section.
           EXEC CICS READNEXT FILE(PAYMENT-FILE-NAME)
               INTO(CA1Y-PAYMENT-RECORD)
               RIDFLD(PAY-KEY) KEYLENGTH(LENGTH OF PAY-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET PAYMENT-EOF TO TRUE
           ELSE
               IF PAY-DATE = JOURNAL-CYYDDD
                   AND (PAY-IS-PAYMENT OR PAY-IS-MONEY-OUT)
                   PERFORM Post-Payment-Entry
               END-IF
           END-IF.
       Post-Next-Payment-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Cash against receivable, one way for money in and the other
      * for money out - the map row says which is which.
      * --------------------------------------------------------------
       Post-Payment-Entry section.
           EVALUATE TRUE
               WHEN PAY-IS-REFUND
                   MOVE 'REFUND  ' TO POST-EVENT
               WHEN PAY-IS-CHARGEBACK
                   MOVE 'CHARGEBK' TO POST-EVENT
               WHEN OTHER
                   MOVE 'PAYMENT ' TO POST-EVENT
           END-EVALUATE.
           MOVE PAY-ORDER-NUMBER TO POST-ORDER-NUMBER.
           IF PAY-CURRENCY-CODE = SPACES
               MOVE 'USD' TO POST-CURRENCY
           ELSE
               MOVE PAY-CURRENCY-CODE TO POST-CURRENCY
           END-IF.
           PERFORM Prepare-Posting.

           IF CA1Y-ACCOUNT-FOUND AND NOT TABLE-OVERFLOW
               IF PAY-IS-MONEY-OUT
                   ADD 1 TO REFUNDS-POSTED-CNT
                   ADD 1 TO CT-REFUND-CNT(CURRENCY-IDX)
               ELSE
                   ADD 1 TO PAYMENTS-POSTED-CNT
                   ADD 1 TO CT-PAYMENT-CNT(CURRENCY-IDX)
               END-IF

               MOVE POST-DEBIT-ACCOUNT TO POST-ACCOUNT
               SET POST-DEBIT TO TRUE
               MOVE PAY-AMOUNT TO POST-AMOUNT
               PERFORM Post-Journal-Line

               MOVE POST-CREDIT-ACCOUNT TO POST-ACCOUNT
               SET POST-CREDIT TO TRUE
               MOVE PAY-AMOUNT TO POST-AMOUNT
               PERFORM Post-Journal-Line
           END-IF.
       Post-Payment-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Everything a posting needs before its lines go in: the
      * order's source, the mapped accounts, and the currency's
      * control-total row. The map is tried from the most specific
      * row to the least - source and currency, source for any
      * currency, DEFAULT source and currency, DEFAULT for any
      * currency. An event with no mapped account is counted and
      * keeps the journal from being written.
      * --------------------------------------------------------------
       Prepare-Posting section.
           PERFORM Resolve-Order-Source.

           MOVE 'N' TO CA1Y-ACCOUNT-FOUND-SW.
           MOVE POST-SOURCE   TO CA1Y-WANTED-SOURCE.
           MOVE POST-CURRENCY TO CA1Y-WANTED-CURRENCY.
           PERFORM Search-Account-Config.

           IF NOT CA1Y-ACCOUNT-FOUND
               MOVE SPACES TO CA1Y-WANTED-CURRENCY
               PERFORM Search-Account-Config
           END-IF.

           IF NOT CA1Y-ACCOUNT-FOUND
               MOVE CONTROL-DEFAULT-ROW TO CA1Y-WANTED-SOURCE
               MOVE POST-CURRENCY TO CA1Y-WANTED-CURRENCY
               PERFORM Search-Account-Config
           END-IF.

           IF NOT CA1Y-ACCOUNT-FOUND
               MOVE SPACES TO CA1Y-WANTED-CURRENCY
               PERFORM Search-Account-Config
           END-IF.

           IF CA1Y-ACCOUNT-FOUND
               PERFORM Find-Currency-Entry
           ELSE
               ADD 1 TO UNMAPPED-CNT
           END-IF.
       Prepare-Posting-exit.
           exit.
      * --------------------------------------------------------------
      * The source the order came in through; blank on the record
      * means the web storefront. An order no longer on ORDERFIL
      * still posts, under whatever the DEFAULT rows say.
      * --------------------------------------------------------------
       Resolve-Order-Source section.
           MOVE POST-ORDER-NUMBER TO ORD-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'UNKNOWN ' TO POST-SOURCE
               WHEN ORD-ORDER-SOURCE = SPACES
                   MOVE 'WEB     ' TO POST-SOURCE
               WHEN OTHER
                   MOVE ORD-ORDER-SOURCE TO POST-SOURCE
           END-EVALUATE.
       Resolve-Order-Source-exit.
           exit.
      * --------------------------------------------------------------
      * Look through the map for the one row keyed exactly the way
      * the posting asks.
      * --------------------------------------------------------------
       Search-Account-Config section.
           PERFORM Lookup-Account-Config
               VARYING CA1Y-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL CA1Y-ACCOUNT-INDEX > CA1Y-ACCOUNT-COUNT
               OR CA1Y-ACCOUNT-FOUND.
       Search-Account-Config-exit.
           exit.
      * --------------------------------------------------------------
      * Test one map row against the posting's event and the source
      * and currency being tried.
      * --------------------------------------------------------------
       Lookup-Account-Config section.
           IF CA1Y-ACCOUNT-EVENT(CA1Y-ACCOUNT-INDEX) = POST-EVENT
               AND CA1Y-ACCOUNT-CURRENCY(CA1Y-ACCOUNT-INDEX)
                   = CA1Y-WANTED-CURRENCY
               AND CA1Y-ACCOUNT-SOURCE(CA1Y-ACCOUNT-INDEX)
                   = CA1Y-WANTED-SOURCE
               MOVE CA1Y-ACCOUNT-DEBIT(CA1Y-ACCOUNT-INDEX)
                   TO POST-DEBIT-ACCOUNT
               MOVE CA1Y-ACCOUNT-CREDIT(CA1Y-ACCOUNT-INDEX)
                   TO POST-CREDIT-ACCOUNT
               MOVE CA1Y-ACCOUNT-TAX(CA1Y-ACCOUNT-INDEX)
                   TO POST-TAX-ACCOUNT
               SET CA1Y-ACCOUNT-FOUND TO TRUE
           END-IF.
       Lookup-Account-Config-exit.
           exit.
      * --------------------------------------------------------------
      * Find the currency's control-total row, opening one the first
      * time a currency turns up.
      * --------------------------------------------------------------
       Find-Currency-Entry section.
           PERFORM Pass-Currency-Entry
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT
               OR CT-CURRENCY(CURRENCY-IDX) = POST-CURRENCY.

           IF CURRENCY-IDX > CURRENCY-COUNT
               IF CURRENCY-COUNT >= CURRENCY-LIMIT
                   SET TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO CURRENCY-COUNT
                   MOVE POST-CURRENCY TO CT-CURRENCY(CURRENCY-IDX)
                   MOVE 0 TO CT-INVOICE-CNT(CURRENCY-IDX)
                   MOVE 0 TO CT-CREDIT-NOTE-CNT(CURRENCY-IDX)
                   MOVE 0 TO CT-PAYMENT-CNT(CURRENCY-IDX)
                   MOVE 0 TO CT-REFUND-CNT(CURRENCY-IDX)
                   MOVE 0 TO CT-DEBIT-TOTAL(CURRENCY-IDX)
                   MOVE 0 TO CT-CREDIT-TOTAL(CURRENCY-IDX)
               END-IF
           END-IF.
       Find-Currency-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Nothing to do for a row that isn't this currency but look
      * past it.
      * --------------------------------------------------------------
       Pass-Currency-Entry section.
           CONTINUE.
       Pass-Currency-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Add one amount to its journal line. A negative amount is the
      * same amount on the other side; a zero amount - no tax on a
      * zero-rated invoice - adds no line.
      * --------------------------------------------------------------
       Post-Journal-Line section.
           IF POST-AMOUNT < 0
               COMPUTE POST-AMOUNT = 0 - POST-AMOUNT
               IF POST-DEBIT
                   SET POST-CREDIT TO TRUE
               ELSE
                   SET POST-DEBIT TO TRUE
               END-IF
           END-IF.

           IF POST-AMOUNT > 0
               PERFORM Pass-Journal-Line
                   VARYING JOURNAL-IDX FROM 1 BY 1
                   UNTIL JOURNAL-IDX > JOURNAL-LINE-COUNT
                   OR JL-KEY(JOURNAL-IDX) = POST-KEY

               IF JOURNAL-IDX > JOURNAL-LINE-COUNT
                   IF JOURNAL-LINE-COUNT >= JOURNAL-LINE-LIMIT
                       SET TABLE-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO JOURNAL-LINE-COUNT
                       MOVE POST-KEY TO JL-KEY(JOURNAL-IDX)
                       MOVE 0 TO JL-AMOUNT(JOURNAL-IDX)
                   END-IF
               END-IF

               IF NOT TABLE-OVERFLOW
                   ADD POST-AMOUNT TO JL-AMOUNT(JOURNAL-IDX)
                   IF POST-DEBIT
                       ADD POST-AMOUNT
                           TO CT-DEBIT-TOTAL(CURRENCY-IDX)
                   ELSE
                       ADD POST-AMOUNT
                           TO CT-CREDIT-TOTAL(CURRENCY-IDX)
                   END-IF
               END-IF
           END-IF.
       Post-Journal-Line-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Journal-Line section.
           CONTINUE.
       Pass-Journal-Line-exit.
           exit.
      * --------------------------------------------------------------
      * The journal goes out only if every currency balances, every
      * posting found an account, and nothing fell off a table.
      * --------------------------------------------------------------
       Check-Journal-Balance section.
           MOVE 0 TO UNBALANCED-CNT.
           PERFORM Check-Currency-Balance
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT.

           COMPUTE EXCEPTIONS-CNT = UNMAPPED-CNT + UNBALANCED-CNT.
           IF EXCEPTIONS-CNT = 0
               AND NOT TABLE-OVERFLOW
               SET JOURNAL-ACCEPTED TO TRUE
           END-IF.
       Check-Journal-Balance-exit.
           exit.
      * --------------------------------------------------------------
       Check-Currency-Balance section.
           IF CT-DEBIT-TOTAL(CURRENCY-IDX)
                   NOT = CT-CREDIT-TOTAL(CURRENCY-IDX)
               ADD 1 TO UNBALANCED-CNT
           END-IF.
       Check-Currency-Balance-exit.
           exit.
      * --------------------------------------------------------------
      * Header, the summarized lines, then the trailer with the line
      * count and hash totals.
      * --------------------------------------------------------------
       Write-Journal-File section.
           MOVE 0 TO DEBIT-HASH.
           MOVE 0 TO CREDIT-HASH.

           SET GLJ-HEADER TO TRUE.
           MOVE SPACES TO GLJ-HEADER-DATA.
           MOVE JOURNAL-YYYYDDD TO GLJH-JOURNAL-DATE.
           COMPUTE GLJH-CREATED-DATE = DRIVER-START-DATE + 1900000.
           MOVE DRIVER-START-TIME TO GLJH-CREATED-TIME.
           MOVE 'CA1YGLJ1' TO GLJH-SYSTEM-ID.
           PERFORM Write-Journal-Record.

           PERFORM Write-Journal-Line
               VARYING JOURNAL-IDX FROM 1 BY 1
               UNTIL JOURNAL-IDX > JOURNAL-LINE-COUNT.

           SET GLJ-TRAILER TO TRUE.
           MOVE SPACES TO GLJ-TRAILER-DATA.
           MOVE JOURNAL-LINES-CNT TO GLJT-LINE-COUNT.
           MOVE DEBIT-HASH  TO GLJT-DEBIT-HASH.
           MOVE CREDIT-HASH TO GLJT-CREDIT-HASH.
           PERFORM Write-Journal-Record.
       Write-Journal-File-exit.
           exit.
      * --------------------------------------------------------------
      * One detail line off the table.
      * --------------------------------------------------------------
       Write-Journal-Line section.
           ADD 1 TO JOURNAL-LINES-CNT.
           SET GLJ-DETAIL TO TRUE.
           MOVE SPACES TO GLJ-DETAIL-DATA.
           MOVE JOURNAL-LINES-CNT          TO GLJ-LINE-NUMBER.
           MOVE JOURNAL-YYYYDDD            TO GLJ-JOURNAL-DATE.
           MOVE JL-ACCOUNT(JOURNAL-IDX)    TO GLJ-ACCOUNT.
           MOVE JL-CURRENCY(JOURNAL-IDX)   TO GLJ-CURRENCY-CODE.
           MOVE JL-SOURCE(JOURNAL-IDX)     TO GLJ-ORDER-SOURCE.
           MOVE JL-SIDE(JOURNAL-IDX)       TO GLJ-DR-CR.
           MOVE JL-AMOUNT(JOURNAL-IDX)     TO GLJ-AMOUNT.
           MOVE 'CA1Y ORDERS DAILY JOURNAL' TO GLJ-DESCRIPTION.
           IF GLJ-DEBIT
               ADD JL-AMOUNT(JOURNAL-IDX) TO DEBIT-HASH
           ELSE
               ADD JL-AMOUNT(JOURNAL-IDX) TO CREDIT-HASH
           END-IF.
           PERFORM Write-Journal-Record.
       Write-Journal-Line-exit.
           exit.
      * --------------------------------------------------------------
      * A journal with a hole in it is worse than none - a queue
      * that won't take a record abends the run.
      * --------------------------------------------------------------
       Write-Journal-Record section.
           EXEC CICS WRITEQ TD QUEUE(JOURNAL-QUEUE-NAME)
               FROM(CA1Y-GL-JOURNAL-RECORD)
               LENGTH(LENGTH OF CA1Y-GL-JOURNAL-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND ABCODE('CA1L') END-EXEC
           END-IF.
       Write-Journal-Record-exit.
           exit.
      * --------------------------------------------------------------
      * The control listing: the day and batch, each currency's
      * documents and totals, then what became of the journal.
      * --------------------------------------------------------------
       Print-Control-Totals section.
           MOVE JOURNAL-YYYYDDD TO CH-JOURNAL-DATE.
           MOVE GLJ-BATCH-ID    TO CH-BATCH-ID.
           MOVE CONTROL-HEADING TO CONTROL-LINE.
           PERFORM Write-Control-Line.

           PERFORM Print-Currency-Totals
               VARYING CURRENCY-IDX FROM 1 BY 1
               UNTIL CURRENCY-IDX > CURRENCY-COUNT.

           IF JOURNAL-ACCEPTED
               MOVE JOURNAL-LINES-CNT TO CONTROL-COUNT-EDIT
               MOVE SPACES TO CONTROL-LINE
               STRING 'JOURNAL WRITTEN TO GLJE - ' CONTROL-COUNT-EDIT
                   ' LINES' DELIMITED BY SIZE INTO CONTROL-LINE
               PERFORM Write-Control-Line
           ELSE
               MOVE 'JOURNAL NOT WRITTEN' TO CONTROL-LINE
               PERFORM Write-Control-Line
               IF UNBALANCED-CNT > 0
                   MOVE UNBALANCED-CNT TO CONTROL-COUNT-EDIT
                   MOVE SPACES TO CONTROL-LINE
                   STRING '  ' CONTROL-COUNT-EDIT
                       ' CURRENCIES OUT OF BALANCE'
                       DELIMITED BY SIZE INTO CONTROL-LINE
                   PERFORM Write-Control-Line
               END-IF
               IF UNMAPPED-CNT > 0
                   MOVE UNMAPPED-CNT TO CONTROL-COUNT-EDIT
                   MOVE SPACES TO CONTROL-LINE
                   STRING '  ' CONTROL-COUNT-EDIT
                       ' POSTINGS WITH NO MAPPED ACCOUNT'
                       DELIMITED BY SIZE INTO CONTROL-LINE
                   PERFORM Write-Control-Line
               END-IF
               IF TABLE-OVERFLOW
                   MOVE '  MORE LINES OR CURRENCIES THAN TABLES HOLD'
                       TO CONTROL-LINE
                   PERFORM Write-Control-Line
               END-IF
           END-IF.
       Print-Control-Totals-exit.
           exit.
      * --------------------------------------------------------------
      * Two lines per currency: documents, then money.
      * --------------------------------------------------------------
       Print-Currency-Totals section.
           MOVE CT-CURRENCY(CURRENCY-IDX)        TO CC-CURRENCY.
           MOVE CT-INVOICE-CNT(CURRENCY-IDX)     TO CC-INVOICES.
           MOVE CT-CREDIT-NOTE-CNT(CURRENCY-IDX) TO CC-CREDIT-NOTES.
           MOVE CT-PAYMENT-CNT(CURRENCY-IDX)     TO CC-PAYMENTS.
           MOVE CT-REFUND-CNT(CURRENCY-IDX)      TO CC-REFUNDS.
           MOVE CONTROL-COUNT-LINE TO CONTROL-LINE.
           PERFORM Write-Control-Line.

           MOVE CT-DEBIT-TOTAL(CURRENCY-IDX)  TO CA-DEBITS.
           MOVE CT-CREDIT-TOTAL(CURRENCY-IDX) TO CA-CREDITS.
           IF CT-DEBIT-TOTAL(CURRENCY-IDX)
                   = CT-CREDIT-TOTAL(CURRENCY-IDX)
               MOVE 'BALANCED'       TO CA-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO CA-STATUS
           END-IF.
           MOVE CONTROL-AMOUNT-LINE TO CONTROL-LINE.
           PERFORM Write-Control-Line.
       Print-Currency-Totals-exit.
           exit.
      * --------------------------------------------------------------
       Write-Control-Line section.
           EXEC CICS WRITEQ TD QUEUE(CONTROL-QUEUE-NAME)
               FROM(CONTROL-LINE)
               LENGTH(LENGTH OF CONTROL-LINE)
               RESP(WS-RESP)
           END-EXEC.
       Write-Control-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Persist the run's counters to RUNLOG. A refused journal is
      * an incomplete run - there is nothing for the ledger to load.
      * --------------------------------------------------------------
       Write-Run-History section.
           MOVE 'CA1YGLJ1'          TO RUN-IN-PROGRAM-NAME.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           IF JOURNAL-ACCEPTED
               MOVE 'C' TO RUN-IN-COMPLETION
           ELSE
               MOVE 'I' TO RUN-IN-COMPLETION
           END-IF.
           MOVE 6                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'INVOICES'          TO RUN-IN-COUNTER-LABEL(1).
           MOVE INVOICES-POSTED-CNT
               TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'CREDITNOTES'       TO RUN-IN-COUNTER-LABEL(2).
           MOVE CREDIT-NOTES-POSTED-CNT
               TO RUN-IN-COUNTER-VALUE(2).
           MOVE 'PAYMENTS'          TO RUN-IN-COUNTER-LABEL(3).
           MOVE PAYMENTS-POSTED-CNT
               TO RUN-IN-COUNTER-VALUE(3).
           MOVE 'REFUNDS'           TO RUN-IN-COUNTER-LABEL(4).
           MOVE REFUNDS-POSTED-CNT
               TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'LINES'             TO RUN-IN-COUNTER-LABEL(5).
           MOVE JOURNAL-LINES-CNT
               TO RUN-IN-COUNTER-VALUE(5).
           MOVE 'EXCEPTIONS'        TO RUN-IN-COUNTER-LABEL(6).
           MOVE EXCEPTIONS-CNT
               TO RUN-IN-COUNTER-VALUE(6).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
       Write-Run-History-exit.
           exit.
