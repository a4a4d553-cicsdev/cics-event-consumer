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
      * Monthly sales and returns analysis.
      *
      * Every order on ORDERFIL dated in the month is broken down by
      * item: units and revenue (the item's extended amount) per SKU,
      * within that per order source and currency, with the SKU's
      * ITEMMAST description. An order ORDSTAT shows cancelled sold
      * nothing and is left out; one with no ORDSTAT record counts.
      * A blank source is WEB and a blank currency USD, the way
      * CA1YRPT8 reads an order that predates those fields, and an
      * order with no ORD-ORDER-DATE cannot be placed in a month and
      * is only counted. The synthetic range is left out.
      *
      * Against that, every return on RETURNS received in the month
      * is matched back to its order on ORDERFIL. A return brings
      * the whole order back (CA1YBAT4 restocks every unit), so each
      * of the order's items counts as returned under its SKU,
      * source and currency - and under the return's RTN-REASON-CODE,
      * which the report lists under each SKU. The return rate is
      * the units returned in the month over the units sold in the
      * month; an SKU that sold nothing this month shows a rate of
      * zero however much came back.
      *
      * The report prints a line per SKU, source and currency, an
      * SKU total - units only, since its revenue may be in more
      * than one currency - and the SKU's reasons, then totals by
      * source and currency. The same figures go to the SALEXTR
      * extract (copybooks/CA1YSAX.cpy), comma-separated with a
      * heading row, for merchandising to load into a spreadsheet.
      *
      * The month comes from SYSIN as YYYYMM; blank means the month
      * before the run date. Anything else that is not a month stops
      * the run. The tables hold 2000 SKU lines, 1000 SKU reasons and
      * 100 source and currency pairs; more than that stops the run,
      * the same trade CA1YRPT7 makes with its buckets.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YSAL1.
       Environment division.
       Input-output section.
       File-control.
           Select Order-file assign to ORDERFIL
               organization is indexed
               access mode is dynamic
               record key is ORD-ORDER-NUMBER
               file status is ORDER-FILE-STATUS.
           Select Status-file assign to ORDSTAT
               organization is indexed
               access mode is random
               record key is OSTAT-ORDER-NUMBER
               file status is STATUS-FILE-STATUS.
           Select Item-file assign to ITEMMAST
               organization is indexed
               access mode is random
               record key is ITM-SKU
               file status is ITEM-FILE-STATUS.
           Select Return-file assign to RETURNS
               organization is indexed
               access mode is sequential
               record key is RTN-ORDER-NUMBER
               file status is RETURN-FILE-STATUS.
           Select Extract-file assign to SALEXTR
               organization is sequential
               file status is EXTRACT-FILE-STATUS.
           Select Report-file assign to RPTFILH
               organization is sequential
               file status is REPORT-FILE-STATUS.
       Data division.
       File section.
       FD Order-file.
           COPY CA1YORD.
       FD Status-file.
           COPY CA1YSTA.
       FD Item-file.
           COPY CA1YITM.
       FD Return-file.
           COPY CA1YRTN.
       FD Extract-file record contains 108 characters.
       01 EXTRACT-LINE                 PIC X(108).
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
       Working-storage section.
           COPY CA1YSYN.
           COPY CA1YSAX.
       01 FILE-STATUSES.
           02 ORDER-FILE-STATUS         PIC X(02) VALUE '00'.
           02 STATUS-FILE-STATUS        PIC X(02) VALUE '00'.
           02 ITEM-FILE-STATUS          PIC X(02) VALUE '00'.
           02 RETURN-FILE-STATUS        PIC X(02) VALUE '00'.
           02 EXTRACT-FILE-STATUS       PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 ORDER-EOF-SW              PIC X(01) VALUE 'N'.
               88 ORDER-EOF              VALUE 'Y'.
           02 RETURN-EOF-SW             PIC X(01) VALUE 'N'.
               88 RETURN-EOF             VALUE 'Y'.
           02 ORDER-FOUND-SW            PIC X(01) VALUE 'N'.
               88 ORDER-FOUND           VALUE 'Y'.
           02 FIRST-SKU-LINE-SW         PIC X(01) VALUE 'N'.
               88 FIRST-SKU-LINE        VALUE 'Y'.
      * --------------------------------------------------------------
      * The report month, as YYYYMM from SYSIN, as YYYY-MM to match
      * a return date and label the extract, and as the first and
      * last 0CYYDDD days an order date must fall between.
      * --------------------------------------------------------------
       01 MONTH-PARM                    PIC X(06) VALUE SPACES.
       01 MONTH-WORK.
           02 REPORT-MONTH.
               03 REPORT-YEAR           PIC 9(04) VALUE 0.
               03 REPORT-MM             PIC 9(02) VALUE 0.
           02 MONTH-LABEL.
               03 LABEL-YEAR            PIC 9(04) VALUE 0.
               03 FILLER                PIC X(01) VALUE '-'.
               03 LABEL-MM              PIC 9(02) VALUE 0.
           02 MONTH-START-CYYDDD        PIC 9(07) VALUE 0.
           02 MONTH-END-CYYDDD          PIC 9(07) VALUE 0.
           02 LEAP-QUOTIENT             PIC 9(04) VALUE 0.
           02 LEAP-REMAINDER            PIC 9(01) VALUE 0.
           02 LEAP-DAY                  PIC 9(01) VALUE 0.
           02 TODAY-YYYYMMDD.
               03 TODAY-YEAR            PIC 9(04).
               03 TODAY-MM              PIC 9(02).
               03 TODAY-DD              PIC 9(02).
       01 RETURN-DATE-SPLIT.
           02 RETURN-MONTH              PIC X(07).
           02 FILLER                    PIC X(03).
      * --------------------------------------------------------------
      * Day-of-year offset for the first of each month, non-leap;
      * a leap year adds its day from March on.
      * --------------------------------------------------------------
       01 MONTH-OFFSET-VALUES.
           02 FILLER                    PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           02 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * --------------------------------------------------------------
      * One entry per SKU, source and currency, kept in key order as
      * they are added so the report prints sorted by SKU. The last
      * order counted stops an order that lists the same SKU twice
      * from counting twice.
      * --------------------------------------------------------------
       01 LINE-TABLE.
           02 LINE-COUNT                PIC 9(04) VALUE 0.
           02 LINE-LIMIT                PIC 9(04) VALUE 2000.
           02 LINE-ENTRY OCCURS 2000 TIMES.
               03 LN-KEY.
                   04 LN-SKU            PIC X(08).
                   04 LN-SOURCE         PIC X(08).
                   04 LN-CURRENCY       PIC X(03).
               03 LN-ORDERS             PIC 9(07).
               03 LN-UNITS-SOLD         PIC 9(07).
               03 LN-REVENUE            PIC 9(11)V99.
               03 LN-RETURNS            PIC 9(07).
               03 LN-UNITS-RETURNED     PIC 9(07).
               03 LN-LAST-SALE-ORDER    PIC 9(08).
               03 LN-LAST-RETURN-ORDER  PIC 9(08).
      * --------------------------------------------------------------
      * Returns per SKU and reason, in the same SKU order.
      * --------------------------------------------------------------
       01 REASON-TABLE.
           02 REASON-COUNT              PIC 9(04) VALUE 0.
           02 REASON-LIMIT              PIC 9(04) VALUE 1000.
           02 REASON-ENTRY OCCURS 1000 TIMES.
               03 RS-KEY.
                   04 RS-SKU            PIC X(08).
                   04 RS-REASON         PIC X(04).
               03 RS-RETURNS            PIC 9(07).
               03 RS-UNITS-RETURNED     PIC 9(07).
               03 RS-LAST-ORDER         PIC 9(08).
      * --------------------------------------------------------------
      * Totals per source and currency.
      * --------------------------------------------------------------
       01 TOTAL-TABLE.
           02 TOTAL-COUNT               PIC 9(04) VALUE 0.
           02 TOTAL-LIMIT               PIC 9(04) VALUE 100.
           02 TOTAL-ENTRY OCCURS 100 TIMES.
               03 TT-KEY.
                   04 TT-SOURCE         PIC X(08).
                   04 TT-CURRENCY       PIC X(03).
               03 TT-ORDERS             PIC 9(07).
               03 TT-UNITS-SOLD         PIC 9(07).
               03 TT-REVENUE            PIC 9(11)V99.
               03 TT-RETURNS            PIC 9(07).
               03 TT-UNITS-RETURNED     PIC 9(07).
               03 TT-LAST-SALE-ORDER    PIC 9(08).
               03 TT-LAST-RETURN-ORDER  PIC 9(08).
       01 TABLE-WORK.
           02 LINE-IDX                  PIC 9(04) VALUE 0.
           02 REASON-IDX                PIC 9(04) VALUE 0.
           02 TOTAL-IDX                 PIC 9(04) VALUE 0.
           02 SHIFT-IDX                 PIC 9(04) VALUE 0.
           02 ITEM-IDX                  PIC 9(03) VALUE 0.
           02 NEW-LINE-KEY.
               03 NEW-SKU               PIC X(08) VALUE SPACES.
               03 NEW-SOURCE            PIC X(08) VALUE SPACES.
               03 NEW-CURRENCY          PIC X(03) VALUE SPACES.
           02 NEW-REASON-KEY.
               03 NEW-REASON-SKU        PIC X(08) VALUE SPACES.
               03 NEW-REASON            PIC X(04) VALUE SPACES.
           02 NEW-TOTAL-KEY.
               03 NEW-TOTAL-SOURCE      PIC X(08) VALUE SPACES.
               03 NEW-TOTAL-CURRENCY    PIC X(03) VALUE SPACES.
      * --------------------------------------------------------------
      * The SKU being printed and its running totals.
      * --------------------------------------------------------------
       01 SKU-WORK.
           02 CURRENT-SKU               PIC X(08) VALUE SPACES.
           02 CURRENT-DESCRIPTION       PIC X(20) VALUE SPACES.
           02 SKU-ORDERS                PIC 9(07) VALUE 0.
           02 SKU-UNITS-SOLD            PIC 9(07) VALUE 0.
           02 SKU-RETURNS               PIC 9(07) VALUE 0.
           02 SKU-UNITS-RETURNED        PIC 9(07) VALUE 0.
           02 RATE-UNITS-RETURNED       PIC 9(07) VALUE 0.
           02 RATE-UNITS-SOLD           PIC 9(07) VALUE 0.
           02 RETURN-RATE               PIC 9(03)V99 VALUE 0.
           02 NOT-ON-ITEMMAST           PIC X(20) VALUE
               '(NOT ON ITEMMAST)'.
           02 SALES-ROW-TEMPLATE        PIC X(66) VALUE SPACES.
       01 REPORT-COUNTERS.
           02 ORDERS-READ-CNT           PIC 9(07) VALUE 0.
           02 ORDERS-COUNTED-CNT        PIC 9(07) VALUE 0.
           02 ORDERS-CANCELLED-CNT      PIC 9(07) VALUE 0.
           02 ORDERS-UNDATED-CNT        PIC 9(07) VALUE 0.
           02 RETURNS-READ-CNT          PIC 9(07) VALUE 0.
           02 RETURNS-COUNTED-CNT       PIC 9(07) VALUE 0.
           02 RETURNS-NO-ORDER-CNT      PIC 9(07) VALUE 0.
           02 EXTRACT-ROWS-CNT          PIC 9(07) VALUE 0.
       01 HEADING-LINE-1.
           02 FILLER                    PIC X(49) VALUE
               'CA1YSAL1 - SALES AND RETURNS ANALYSIS FOR MONTH '.
           02 HL-MONTH                  PIC X(07).
           02 FILLER                    PIC X(76) VALUE SPACES.
       01 HEADING-LINE-2.
           02 FILLER                    PIC X(10) VALUE ' SKU'.
           02 FILLER                    PIC X(21) VALUE 'DESCRIPTION'.
           02 FILLER                    PIC X(09) VALUE 'SOURCE'.
           02 FILLER                    PIC X(03) VALUE 'CUR'.
           02 FILLER                    PIC X(09) VALUE '   ORDERS'.
           02 FILLER                    PIC X(10) VALUE '     UNITS'.
           02 FILLER                    PIC X(20) VALUE
               '             REVENUE'.
           02 FILLER                    PIC X(09) VALUE '  RETURNS'.
           02 FILLER                    PIC X(10) VALUE ' UNITS RTN'.
           02 FILLER                    PIC X(08) VALUE '  RATE %'.
           02 FILLER                    PIC X(23) VALUE SPACES.
       01 DETAIL-LINE.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-SKU                    PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-DESCRIPTION            PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-SOURCE                 PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-CURRENCY               PIC X(03).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-ORDERS                 PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-UNITS-SOLD             PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-REVENUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-RETURNS                PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-UNITS-RETURNED         PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-RETURN-RATE            PIC ZZ9.99.
           02 FILLER                    PIC X(23) VALUE SPACES.
       01 SKU-TOTAL-LINE.
           02 FILLER                    PIC X(31) VALUE SPACES.
           02 FILLER                    PIC X(12) VALUE 'SKU TOTAL'.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ST-ORDERS                 PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ST-UNITS-SOLD             PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(20) VALUE SPACES.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ST-RETURNS                PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ST-UNITS-RETURNED         PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ST-RETURN-RATE            PIC ZZ9.99.
           02 FILLER                    PIC X(23) VALUE SPACES.
       01 REASON-LINE.
           02 FILLER                    PIC X(31) VALUE SPACES.
           02 FILLER                    PIC X(07) VALUE 'REASON '.
           02 RL-REASON                 PIC X(04).
           02 FILLER                    PIC X(40) VALUE SPACES.
           02 RL-RETURNS                PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 RL-UNITS-RETURNED         PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 RL-RETURN-RATE            PIC ZZ9.99.
           02 FILLER                    PIC X(23) VALUE SPACES.
       01 SUMMARY-HEADING.
           02 FILLER                    PIC X(40) VALUE
               ' TOTALS BY ORDER SOURCE AND CURRENCY'.
           02 FILLER                    PIC X(92) VALUE SPACES.
       01 TOTAL-LINE-1.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 TL-ORDERS-READ            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15)
               VALUE ' ORDERS READ, '.
           02 TL-ORDERS-COUNTED         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(12) VALUE ' IN MONTH, '.
           02 TL-ORDERS-CANCELLED       PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(21)
               VALUE ' CANCELLED LEFT OUT, '.
           02 TL-ORDERS-UNDATED         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(08) VALUE ' UNDATED'.
           02 FILLER                    PIC X(44) VALUE SPACES.
       01 TOTAL-LINE-2.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 TL-RETURNS-READ           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15)
               VALUE ' RETURNS READ, '.
           02 TL-RETURNS-COUNTED        PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(12) VALUE ' IN MONTH, '.
           02 TL-RETURNS-NO-ORDER       PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(24)
               VALUE ' NOT ON ORDERFIL, '.
           02 TL-EXTRACT-ROWS           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15)
               VALUE ' EXTRACT ROWS'.
           02 FILLER                    PIC X(34) VALUE SPACES.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Report.
           PERFORM Process-Order-Record UNTIL ORDER-EOF.
           PERFORM Process-Return-Record UNTIL RETURN-EOF.

           MOVE 1 TO REASON-IDX.
           PERFORM Print-Line-Entry
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT.
           IF LINE-COUNT > 0
               PERFORM Finish-Sku-Group
           END-IF.

           WRITE REPORT-LINE FROM SUMMARY-HEADING.
           PERFORM Print-Total-Entry
               VARYING TOTAL-IDX FROM 1 BY 1
               UNTIL TOTAL-IDX > TOTAL-COUNT.

           PERFORM Terminate-Report.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Work out the month and its first and last days, open the
      * files, print the heading and the extract's heading row, and
      * prime both loops.
      * --------------------------------------------------------------
       Initialize-Report section.
           ACCEPT MONTH-PARM.
           IF MONTH-PARM = SPACES
               ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
               MOVE TODAY-YEAR TO REPORT-YEAR
               MOVE TODAY-MM   TO REPORT-MM
               IF REPORT-MM = 1
                   MOVE 12 TO REPORT-MM
                   SUBTRACT 1 FROM REPORT-YEAR
               ELSE
                   SUBTRACT 1 FROM REPORT-MM
               END-IF
           ELSE
               IF MONTH-PARM IS NOT NUMERIC
                   DISPLAY 'CA1YSAL1: SYSIN MONTH MUST BE YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-PARM TO REPORT-MONTH
               IF REPORT-YEAR < 1900
                   OR REPORT-MM < 1 OR REPORT-MM > 12
                   DISPLAY 'CA1YSAL1: SYSIN MONTH IS NOT A MONTH'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE REPORT-YEAR TO LABEL-YEAR.
           MOVE REPORT-MM   TO LABEL-MM.
           PERFORM Derive-Month-Bounds.

           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSAL1: ORDERFIL OPEN FAILED, STATUS '
                   ORDER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSAL1: ORDSTAT OPEN FAILED, STATUS '
                   STATUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSAL1: ITEMMAST OPEN FAILED, STATUS '
                   ITEM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RETURN-FILE.
           IF RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSAL1: RETURNS OPEN FAILED, STATUS '
                   RETURN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSAL1: SALEXTR OPEN FAILED, STATUS '
                   EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSAL1: RPTFILH OPEN FAILED, STATUS '
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE MONTH-LABEL TO HL-MONTH.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           MOVE SAX-SALES-DATA TO SALES-ROW-TEMPLATE.
           MOVE MONTH-LABEL    TO SAX-MONTH.
           WRITE EXTRACT-LINE FROM SALES-EXTRACT-HEADING.

           PERFORM Read-Next-Order.
           PERFORM Read-Next-Return.
       Initialize-Report-exit.
           exit.
      * --------------------------------------------------------------
      * The month's first and last days as 0CYYDDD, the form
      * ORD-ORDER-DATE is stamped in.
      * --------------------------------------------------------------
       Derive-Month-Bounds section.
           DIVIDE REPORT-YEAR BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               MOVE 1 TO LEAP-DAY
           ELSE
               MOVE 0 TO LEAP-DAY
           END-IF.

           COMPUTE MONTH-START-CYYDDD = (REPORT-YEAR - 1900) * 1000
               + MONTH-OFFSET(REPORT-MM) + 1.
           IF REPORT-MM > 2
               ADD LEAP-DAY TO MONTH-START-CYYDDD
           END-IF.

           IF REPORT-MM = 12
               COMPUTE MONTH-END-CYYDDD = (REPORT-YEAR - 1900) * 1000
                   + 365 + LEAP-DAY
           ELSE
               COMPUTE MONTH-END-CYYDDD = (REPORT-YEAR - 1900) * 1000
                   + MONTH-OFFSET(REPORT-MM + 1)
               IF REPORT-MM > 1
                   ADD LEAP-DAY TO MONTH-END-CYYDDD
               END-IF
           END-IF.
       Derive-Month-Bounds-exit.
           exit.
      * --------------------------------------------------------------
      * An order dated in the month and not cancelled adds each of
      * its items to its SKU line and to its source and currency.
      * --------------------------------------------------------------
       Process-Order-Record section.
           ADD 1 TO ORDERS-READ-CNT.

           IF ORD-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               IF ORD-ORDER-DATE = 0
                   ADD 1 TO ORDERS-UNDATED-CNT
               ELSE
                   IF ORD-ORDER-DATE NOT < MONTH-START-CYYDDD
                       AND ORD-ORDER-DATE NOT > MONTH-END-CYYDDD
                       PERFORM Count-Month-Order
                   END-IF
               END-IF
           END-IF.

           PERFORM Read-Next-Order.
       Process-Order-Record-exit.
           exit.
      * --------------------------------------------------------------
       Count-Month-Order section.
           MOVE ORD-ORDER-NUMBER TO OSTAT-ORDER-NUMBER.
           READ STATUS-FILE
               INVALID KEY MOVE 'P' TO OSTAT-STATUS
           END-READ.

           IF OSTAT-CANCELLED
               ADD 1 TO ORDERS-CANCELLED-CNT
           ELSE
               ADD 1 TO ORDERS-COUNTED-CNT
               PERFORM Resolve-Order-Keys
               PERFORM Find-Total-Entry
               IF TT-LAST-SALE-ORDER(TOTAL-IDX) NOT = ORD-ORDER-NUMBER
                   ADD 1 TO TT-ORDERS(TOTAL-IDX)
                   MOVE ORD-ORDER-NUMBER
                       TO TT-LAST-SALE-ORDER(TOTAL-IDX)
               END-IF
               PERFORM Add-Sold-Item
                   VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ORD-ITEM-COUNT
           END-IF.
       Count-Month-Order-exit.
           exit.
      * --------------------------------------------------------------
       Add-Sold-Item section.
           MOVE ORD-ITEM-SKU(ITEM-IDX) TO NEW-SKU.
           PERFORM Find-Line-Entry.
           IF LN-LAST-SALE-ORDER(LINE-IDX) NOT = ORD-ORDER-NUMBER
               ADD 1 TO LN-ORDERS(LINE-IDX)
               MOVE ORD-ORDER-NUMBER TO LN-LAST-SALE-ORDER(LINE-IDX)
           END-IF.
           ADD ORD-ITEM-QUANTITY(ITEM-IDX)   TO LN-UNITS-SOLD(LINE-IDX).
           ADD ORD-ITEM-EXT-AMOUNT(ITEM-IDX) TO LN-REVENUE(LINE-IDX).
           ADD ORD-ITEM-QUANTITY(ITEM-IDX)
               TO TT-UNITS-SOLD(TOTAL-IDX).
           ADD ORD-ITEM-EXT-AMOUNT(ITEM-IDX) TO TT-REVENUE(TOTAL-IDX).
       Add-Sold-Item-exit.
           exit.
      * --------------------------------------------------------------
      * A return received in the month brings back every item of
      * its order, under the order's own source and currency and the
      * return's reason.
      * --------------------------------------------------------------
       Process-Return-Record section.
           ADD 1 TO RETURNS-READ-CNT.
           MOVE RTN-RETURN-DATE TO RETURN-DATE-SPLIT.

           IF RETURN-MONTH = MONTH-LABEL
               AND RTN-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               MOVE 'N' TO ORDER-FOUND-SW
               MOVE RTN-ORDER-NUMBER TO ORD-ORDER-NUMBER
               READ ORDER-FILE
                   INVALID KEY
                       ADD 1 TO RETURNS-NO-ORDER-CNT
                   NOT INVALID KEY
                       SET ORDER-FOUND TO TRUE
               END-READ
               IF ORDER-FOUND
                   ADD 1 TO RETURNS-COUNTED-CNT
                   PERFORM Resolve-Order-Keys
                   PERFORM Find-Total-Entry
                   IF TT-LAST-RETURN-ORDER(TOTAL-IDX)
                           NOT = ORD-ORDER-NUMBER
                       ADD 1 TO TT-RETURNS(TOTAL-IDX)
                       MOVE ORD-ORDER-NUMBER
                           TO TT-LAST-RETURN-ORDER(TOTAL-IDX)
                   END-IF
                   PERFORM Add-Returned-Item
                       VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > ORD-ITEM-COUNT
               END-IF
           END-IF.

           PERFORM Read-Next-Return.
       Process-Return-Record-exit.
           exit.
      * --------------------------------------------------------------
       Add-Returned-Item section.
           MOVE ORD-ITEM-SKU(ITEM-IDX) TO NEW-SKU.
           PERFORM Find-Line-Entry.
           IF LN-LAST-RETURN-ORDER(LINE-IDX) NOT = ORD-ORDER-NUMBER
               ADD 1 TO LN-RETURNS(LINE-IDX)
               MOVE ORD-ORDER-NUMBER TO LN-LAST-RETURN-ORDER(LINE-IDX)
           END-IF.
           ADD ORD-ITEM-QUANTITY(ITEM-IDX)
               TO LN-UNITS-RETURNED(LINE-IDX).
           ADD ORD-ITEM-QUANTITY(ITEM-IDX)
               TO TT-UNITS-RETURNED(TOTAL-IDX).

           MOVE ORD-ITEM-SKU(ITEM-IDX) TO NEW-REASON-SKU.
           MOVE RTN-REASON-CODE        TO NEW-REASON.
           PERFORM Find-Reason-Entry.
           IF RS-LAST-ORDER(REASON-IDX) NOT = ORD-ORDER-NUMBER
               ADD 1 TO RS-RETURNS(REASON-IDX)
               MOVE ORD-ORDER-NUMBER TO RS-LAST-ORDER(REASON-IDX)
           END-IF.
           ADD ORD-ITEM-QUANTITY(ITEM-IDX)
               TO RS-UNITS-RETURNED(REASON-IDX).
       Add-Returned-Item-exit.
           exit.
      * --------------------------------------------------------------
      * The order's source and currency, with the defaults for an
      * order that predates the fields.
      * --------------------------------------------------------------
       Resolve-Order-Keys section.
           IF ORD-ORDER-SOURCE = SPACES
               MOVE 'WEB     ' TO NEW-SOURCE
           ELSE
               MOVE ORD-ORDER-SOURCE TO NEW-SOURCE
           END-IF.
           IF ORD-CURRENCY-CODE = SPACES
               MOVE 'USD' TO NEW-CURRENCY
           ELSE
               MOVE ORD-CURRENCY-CODE TO NEW-CURRENCY
           END-IF.
           MOVE NEW-SOURCE   TO NEW-TOTAL-SOURCE.
           MOVE NEW-CURRENCY TO NEW-TOTAL-CURRENCY.
       Resolve-Order-Keys-exit.
           exit.
      * --------------------------------------------------------------
      * Find the SKU line's entry - or where it belongs, and open it
      * there, moving the ones above it up a place.
      * --------------------------------------------------------------
       Find-Line-Entry section.
           PERFORM Pass-Lower-Line
               VARYING LINE-IDX FROM 1 BY 1
               UNTIL LINE-IDX > LINE-COUNT
               OR LN-KEY(LINE-IDX) NOT < NEW-LINE-KEY.

           IF LINE-IDX > LINE-COUNT
               OR LN-KEY(LINE-IDX) NOT = NEW-LINE-KEY
               IF LINE-COUNT >= LINE-LIMIT
                   DISPLAY 'CA1YSAL1: MORE THAN ' LINE-LIMIT
                       ' SKU LINES - RAISE THE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Shift-Line-Up
                   VARYING SHIFT-IDX FROM LINE-COUNT BY -1
                   UNTIL SHIFT-IDX < LINE-IDX
               ADD 1 TO LINE-COUNT
               INITIALIZE LINE-ENTRY(LINE-IDX)
               MOVE NEW-LINE-KEY TO LN-KEY(LINE-IDX)
           END-IF.
       Find-Line-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Lower-Line section.
           CONTINUE.
       Pass-Lower-Line-exit.
           exit.
      * --------------------------------------------------------------
       Shift-Line-Up section.
           MOVE LINE-ENTRY(SHIFT-IDX) TO LINE-ENTRY(SHIFT-IDX + 1).
       Shift-Line-Up-exit.
           exit.
      * --------------------------------------------------------------
      * The same for the SKU's reason entry.
      * --------------------------------------------------------------
       Find-Reason-Entry section.
           PERFORM Pass-Lower-Reason
               VARYING REASON-IDX FROM 1 BY 1
               UNTIL REASON-IDX > REASON-COUNT
               OR RS-KEY(REASON-IDX) NOT < NEW-REASON-KEY.

           IF REASON-IDX > REASON-COUNT
               OR RS-KEY(REASON-IDX) NOT = NEW-REASON-KEY
               IF REASON-COUNT >= REASON-LIMIT
                   DISPLAY 'CA1YSAL1: MORE THAN ' REASON-LIMIT
                       ' SKU REASONS - RAISE THE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Shift-Reason-Up
                   VARYING SHIFT-IDX FROM REASON-COUNT BY -1
                   UNTIL SHIFT-IDX < REASON-IDX
               ADD 1 TO REASON-COUNT
               INITIALIZE REASON-ENTRY(REASON-IDX)
               MOVE NEW-REASON-KEY TO RS-KEY(REASON-IDX)
           END-IF.
       Find-Reason-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Lower-Reason section.
           CONTINUE.
       Pass-Lower-Reason-exit.
           exit.
      * --------------------------------------------------------------
       Shift-Reason-Up section.
           MOVE REASON-ENTRY(SHIFT-IDX) TO REASON-ENTRY(SHIFT-IDX + 1).
       Shift-Reason-Up-exit.
           exit.
      * --------------------------------------------------------------
      * The same for the source and currency total.
      * --------------------------------------------------------------
       Find-Total-Entry section.
           PERFORM Pass-Lower-Total
               VARYING TOTAL-IDX FROM 1 BY 1
               UNTIL TOTAL-IDX > TOTAL-COUNT
               OR TT-KEY(TOTAL-IDX) NOT < NEW-TOTAL-KEY.

           IF TOTAL-IDX > TOTAL-COUNT
               OR TT-KEY(TOTAL-IDX) NOT = NEW-TOTAL-KEY
               IF TOTAL-COUNT >= TOTAL-LIMIT
                   DISPLAY 'CA1YSAL1: MORE THAN ' TOTAL-LIMIT
                       ' SOURCES AND CURRENCIES - RAISE THE TABLE'
                       ' AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Shift-Total-Up
                   VARYING SHIFT-IDX FROM TOTAL-COUNT BY -1
                   UNTIL SHIFT-IDX < TOTAL-IDX
               ADD 1 TO TOTAL-COUNT
               INITIALIZE TOTAL-ENTRY(TOTAL-IDX)
               MOVE NEW-TOTAL-KEY TO TT-KEY(TOTAL-IDX)
           END-IF.
       Find-Total-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Lower-Total section.
           CONTINUE.
       Pass-Lower-Total-exit.
           exit.
      * --------------------------------------------------------------
       Shift-Total-Up section.
           MOVE TOTAL-ENTRY(SHIFT-IDX) TO TOTAL-ENTRY(SHIFT-IDX + 1).
       Shift-Total-Up-exit.
           exit.
      * --------------------------------------------------------------
      * One SKU line, on the report and the extract. A new SKU
      * closes off the one before and looks up its description.
      * --------------------------------------------------------------
       Print-Line-Entry section.
           IF LN-SKU(LINE-IDX) NOT = CURRENT-SKU OR LINE-IDX = 1
               IF LINE-IDX > 1
                   PERFORM Finish-Sku-Group
               END-IF
               PERFORM Start-Sku-Group
           END-IF.

           IF FIRST-SKU-LINE
               MOVE CURRENT-SKU         TO DL-SKU
               MOVE CURRENT-DESCRIPTION TO DL-DESCRIPTION
               MOVE 'N' TO FIRST-SKU-LINE-SW
           ELSE
               MOVE SPACES TO DL-SKU
               MOVE SPACES TO DL-DESCRIPTION
           END-IF.

           MOVE LN-UNITS-RETURNED(LINE-IDX) TO RATE-UNITS-RETURNED.
           MOVE LN-UNITS-SOLD(LINE-IDX)     TO RATE-UNITS-SOLD.
           PERFORM Derive-Return-Rate.

           MOVE LN-SOURCE(LINE-IDX)         TO DL-SOURCE.
           MOVE LN-CURRENCY(LINE-IDX)       TO DL-CURRENCY.
           MOVE LN-ORDERS(LINE-IDX)         TO DL-ORDERS.
           MOVE LN-UNITS-SOLD(LINE-IDX)     TO DL-UNITS-SOLD.
           MOVE LN-REVENUE(LINE-IDX)        TO DL-REVENUE.
           MOVE LN-RETURNS(LINE-IDX)        TO DL-RETURNS.
           MOVE LN-UNITS-RETURNED(LINE-IDX) TO DL-UNITS-RETURNED.
           MOVE RETURN-RATE                 TO DL-RETURN-RATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           ADD LN-ORDERS(LINE-IDX)          TO SKU-ORDERS.
           ADD LN-UNITS-SOLD(LINE-IDX)      TO SKU-UNITS-SOLD.
           ADD LN-RETURNS(LINE-IDX)         TO SKU-RETURNS.
           ADD LN-UNITS-RETURNED(LINE-IDX)  TO SKU-UNITS-RETURNED.

           MOVE SALES-ROW-TEMPLATE          TO SAX-SALES-DATA.
           SET SAX-SALES-ROW TO TRUE.
           MOVE CURRENT-SKU                 TO SAX-SKU.
           MOVE CURRENT-DESCRIPTION         TO SAX-DESCRIPTION.
           INSPECT SAX-DESCRIPTION REPLACING ALL '"' BY "'".
           MOVE LN-SOURCE(LINE-IDX)         TO SAX-ORDER-SOURCE.
           MOVE LN-CURRENCY(LINE-IDX)       TO SAX-CURRENCY-CODE.
           MOVE LN-ORDERS(LINE-IDX)         TO SAX-ORDERS.
           MOVE LN-UNITS-SOLD(LINE-IDX)     TO SAX-UNITS-SOLD.
           MOVE LN-REVENUE(LINE-IDX)        TO SAX-REVENUE.
           MOVE LN-RETURNS(LINE-IDX)        TO SAX-RETURNS.
           MOVE LN-UNITS-RETURNED(LINE-IDX) TO SAX-UNITS-RETURNED.
           MOVE RETURN-RATE                 TO SAX-RETURN-RATE.
           WRITE EXTRACT-LINE FROM CA1Y-SALES-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-ROWS-CNT.
       Print-Line-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Start-Sku-Group section.
           MOVE LN-SKU(LINE-IDX) TO CURRENT-SKU.
           MOVE CURRENT-SKU TO ITM-SKU.
           READ ITEM-FILE
               INVALID KEY
                   MOVE NOT-ON-ITEMMAST TO CURRENT-DESCRIPTION
               NOT INVALID KEY
                   MOVE ITM-DESCRIPTION TO CURRENT-DESCRIPTION
           END-READ.
           MOVE 0 TO SKU-ORDERS.
           MOVE 0 TO SKU-UNITS-SOLD.
           MOVE 0 TO SKU-RETURNS.
           MOVE 0 TO SKU-UNITS-RETURNED.
           SET FIRST-SKU-LINE TO TRUE.
       Start-Sku-Group-exit.
           exit.
      * --------------------------------------------------------------
      * The SKU's total, then its returns by reason - the reason
      * table is in SKU order too, so its entries for this SKU are
      * the next ones along.
      * --------------------------------------------------------------
       Finish-Sku-Group section.
           MOVE SKU-UNITS-RETURNED TO RATE-UNITS-RETURNED.
           MOVE SKU-UNITS-SOLD     TO RATE-UNITS-SOLD.
           PERFORM Derive-Return-Rate.

           MOVE SKU-ORDERS         TO ST-ORDERS.
           MOVE SKU-UNITS-SOLD     TO ST-UNITS-SOLD.
           MOVE SKU-RETURNS        TO ST-RETURNS.
           MOVE SKU-UNITS-RETURNED TO ST-UNITS-RETURNED.
           MOVE RETURN-RATE        TO ST-RETURN-RATE.
           WRITE REPORT-LINE FROM SKU-TOTAL-LINE.

           PERFORM Print-Sku-Reason
               UNTIL REASON-IDX > REASON-COUNT
               OR RS-SKU(REASON-IDX) NOT = CURRENT-SKU.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       Finish-Sku-Group-exit.
           exit.
      * --------------------------------------------------------------
       Print-Sku-Reason section.
           MOVE RS-UNITS-RETURNED(REASON-IDX) TO RATE-UNITS-RETURNED.
           MOVE SKU-UNITS-SOLD                TO RATE-UNITS-SOLD.
           PERFORM Derive-Return-Rate.

           MOVE RS-REASON(REASON-IDX)         TO RL-REASON.
           MOVE RS-RETURNS(REASON-IDX)        TO RL-RETURNS.
           MOVE RS-UNITS-RETURNED(REASON-IDX) TO RL-UNITS-RETURNED.
           MOVE RETURN-RATE                   TO RL-RETURN-RATE.
           WRITE REPORT-LINE FROM REASON-LINE.

           MOVE SALES-EXTRACT-REASON-BLANK    TO SAX-REASON-DATA.
           SET SAX-REASON-ROW TO TRUE.
           MOVE RS-REASON(REASON-IDX)         TO SAXR-REASON-CODE.
           MOVE RS-RETURNS(REASON-IDX)        TO SAXR-RETURNS.
           MOVE RS-UNITS-RETURNED(REASON-IDX) TO SAXR-UNITS-RETURNED.
           MOVE RETURN-RATE                   TO SAXR-RETURN-RATE.
           WRITE EXTRACT-LINE FROM CA1Y-SALES-EXTRACT-RECORD.
           ADD 1 TO EXTRACT-ROWS-CNT.

           ADD 1 TO REASON-IDX.
       Print-Sku-Reason-exit.
           exit.
      * --------------------------------------------------------------
      * Units returned as a percentage of units sold: zero when
      * nothing sold, and held at 999.99 when a slow month's
      * returns of earlier sales run past that.
      * --------------------------------------------------------------
       Derive-Return-Rate section.
           IF RATE-UNITS-SOLD = 0
               MOVE 0 TO RETURN-RATE
           ELSE
               COMPUTE RETURN-RATE ROUNDED =
                   RATE-UNITS-RETURNED * 100 / RATE-UNITS-SOLD
                   ON SIZE ERROR
                       MOVE 999.99 TO RETURN-RATE
               END-COMPUTE
           END-IF.
       Derive-Return-Rate-exit.
           exit.
      * --------------------------------------------------------------
      * One source and currency total.
      * --------------------------------------------------------------
       Print-Total-Entry section.
           MOVE TT-UNITS-RETURNED(TOTAL-IDX) TO RATE-UNITS-RETURNED.
           MOVE TT-UNITS-SOLD(TOTAL-IDX)     TO RATE-UNITS-SOLD.
           PERFORM Derive-Return-Rate.

           MOVE SPACES                       TO DL-SKU.
           MOVE SPACES                       TO DL-DESCRIPTION.
           MOVE TT-SOURCE(TOTAL-IDX)         TO DL-SOURCE.
           MOVE TT-CURRENCY(TOTAL-IDX)       TO DL-CURRENCY.
           MOVE TT-ORDERS(TOTAL-IDX)         TO DL-ORDERS.
           MOVE TT-UNITS-SOLD(TOTAL-IDX)     TO DL-UNITS-SOLD.
           MOVE TT-REVENUE(TOTAL-IDX)        TO DL-REVENUE.
           MOVE TT-RETURNS(TOTAL-IDX)        TO DL-RETURNS.
           MOVE TT-UNITS-RETURNED(TOTAL-IDX) TO DL-UNITS-RETURNED.
           MOVE RETURN-RATE                  TO DL-RETURN-RATE.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       Print-Total-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next order, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Order section.
           READ ORDER-FILE NEXT
               AT END SET ORDER-EOF TO TRUE
           END-READ.
       Read-Next-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next return, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Return section.
           READ RETURN-FILE
               AT END SET RETURN-EOF TO TRUE
           END-READ.
       Read-Next-Return-exit.
           exit.
      * --------------------------------------------------------------
      * Print the run totals and close the files.
      * --------------------------------------------------------------
       Terminate-Report section.
           MOVE ORDERS-READ-CNT       TO TL-ORDERS-READ.
           MOVE ORDERS-COUNTED-CNT    TO TL-ORDERS-COUNTED.
           MOVE ORDERS-CANCELLED-CNT  TO TL-ORDERS-CANCELLED.
           MOVE ORDERS-UNDATED-CNT    TO TL-ORDERS-UNDATED.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE RETURNS-READ-CNT      TO TL-RETURNS-READ.
           MOVE RETURNS-COUNTED-CNT   TO TL-RETURNS-COUNTED.
           MOVE RETURNS-NO-ORDER-CNT  TO TL-RETURNS-NO-ORDER.
           MOVE EXTRACT-ROWS-CNT      TO TL-EXTRACT-ROWS.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.

           CLOSE ORDER-FILE.
           CLOSE STATUS-FILE.
           CLOSE ITEM-FILE.
           CLOSE RETURN-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
       Terminate-Report-exit.
           exit.
