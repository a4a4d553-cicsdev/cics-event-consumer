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
      * Record layout for the monthly sales and returns extract
      * CA1YSAL1 writes for merchandising, 108 bytes. The fields are
      * comma-separated and the description quoted, so the file
      * loads straight into a spreadsheet; the first record is the
      * column-heading row below.
      *
      * Column A says what a row is:
      *
      *   S  one SKU sold through one order source in one currency:
      *      orders, units and revenue for the month, and the
      *      returns received in the month against it
      *   R  one return reason for one SKU: the returns and units
      *      that came back for that reason, in the same columns as
      *      an S row's returns, and the rate against the units the
      *      SKU sold in the month
      *
      * Amounts carry an explicit decimal point and no sign; the
      * revenue is in the row's currency.
      *
      *****************************************************************
       01 CA1Y-SALES-EXTRACT-RECORD.
           02 SAX-RECORD-TYPE        PIC X(01) VALUE 'S'.
               88 SAX-SALES-ROW      VALUE 'S'.
               88 SAX-REASON-ROW     VALUE 'R'.
           02 FILLER                 PIC X(01) VALUE ','.
           02 SAX-MONTH              PIC X(07) VALUE SPACES.
           02 FILLER                 PIC X(01) VALUE ','.
           02 SAX-SKU                PIC X(08) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE ',"'.
           02 SAX-DESCRIPTION        PIC X(20) VALUE SPACES.
           02 FILLER                 PIC X(02) VALUE '",'.
           02 SAX-SALES-DATA.
               03 SAX-ORDER-SOURCE   PIC X(08) VALUE SPACES.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-CURRENCY-CODE  PIC X(03) VALUE SPACES.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-ORDERS         PIC 9(07) VALUE 0.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-UNITS-SOLD     PIC 9(07) VALUE 0.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-REVENUE        PIC 9(11).99
                   VALUE '00000000000.00'.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-RETURNS        PIC 9(07) VALUE 0.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-UNITS-RETURNED PIC 9(07) VALUE 0.
               03 FILLER             PIC X(01) VALUE ','.
               03 SAX-RETURN-RATE    PIC 9(03).99 VALUE '000.00'.
      * --------------------------------------------------------------
      * A reason row: the reason code in the source column, the
      * sales columns left empty.
      * --------------------------------------------------------------
           02 SAX-REASON-DATA REDEFINES SAX-SALES-DATA.
               03 SAXR-REASON-CODE   PIC X(04).
               03 FILLER             PIC X(05).
               03 FILLER             PIC X(04).
               03 FILLER             PIC X(08).
               03 FILLER             PIC X(08).
               03 FILLER             PIC X(15).
               03 SAXR-RETURNS       PIC 9(07).
               03 FILLER             PIC X(01).
               03 SAXR-UNITS-RETURNED PIC 9(07).
               03 FILLER             PIC X(01).
               03 SAXR-RETURN-RATE   PIC 9(03).99.
      * --------------------------------------------------------------
      * The empty columns of a reason row, moved over the sales data
      * before the reason's figures go in.
      * --------------------------------------------------------------
       01 SALES-EXTRACT-REASON-BLANK.
           02 FILLER                 PIC X(43) VALUE
               '        ,   ,       ,       ,              '.
           02 FILLER                 PIC X(23) VALUE
               ',       ,       ,      '.
      * --------------------------------------------------------------
      * The column-heading row, written first.
      * --------------------------------------------------------------
       01 SALES-EXTRACT-HEADING.
           02 FILLER                 PIC X(36) VALUE
               'TYPE,MONTH,SKU,DESCRIPTION,SOURCE OR'.
           02 FILLER                 PIC X(36) VALUE
               ' REASON,CURRENCY,ORDERS,UNITS SOLD,R'.
           02 FILLER                 PIC X(36) VALUE
               'EVENUE,RETURNS,UNITS RETURNED,RATE %'.
       01 SALES-EXTRACT-FILE-NAME    PIC X(08) VALUE 'SALEXTR '.
