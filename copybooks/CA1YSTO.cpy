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
      * Record layout for the STANDORD VSAM KSDS, keyed by standing
      * order number: one record per recurring order a customer has
      * asked for - the SKUs and quantities, how often, when it next
      * falls due and when it stops. Set up, paused, resumed and
      * ended online through CA1YSTOM; turned into real orders by
      * the nightly CA1YSTO1 generator, which writes a CA1YORD.cpy
      * record for every active standing order due on or before the
      * run date and moves the next-due date on.
      *
      * Dates are 0CYYDDD like the EIBDATE stamps. An end date of
      * zero means the standing order runs until someone ends it;
      * otherwise nothing falls due after it, and the generator ends
      * the record once the next-due date passes it. A monthly
      * standing order falls due on STO-DUE-DAY of each month (the
      * day of the month it was first due), or on the month's last
      * day when the month is shorter.
      *
      *****************************************************************
       01 CA1Y-STANDING-ORDER-RECORD.
           02 STO-NUMBER            PIC 9(08) VALUE 0.
           02 STO-CUST-NUMBER       PIC 9(08) VALUE 0.
           02 STO-STATUS            PIC X(01) VALUE 'A'.
               88 STO-ACTIVE        VALUE 'A'.
               88 STO-PAUSED        VALUE 'P'.
               88 STO-ENDED         VALUE 'E'.
           02 STO-FREQUENCY         PIC X(01) VALUE 'M'.
               88 STO-WEEKLY        VALUE 'W'.
               88 STO-FORTNIGHTLY   VALUE 'F'.
               88 STO-MONTHLY       VALUE 'M'.
           02 STO-NEXT-DUE-DATE     PIC 9(07) VALUE 0.
           02 STO-END-DATE          PIC 9(07) VALUE 0.
           02 STO-DUE-DAY           PIC 9(02) VALUE 0.
      * --------------------------------------------------------------
      * What the generated orders carry: currency (spaces is USD)
      * and the CA1YCHNL order source (spaces is the web
      * storefront), as on CA1YORD.cpy.
      * --------------------------------------------------------------
           02 STO-CURRENCY-CODE     PIC X(03) VALUE SPACES.
           02 STO-ORDER-SOURCE      PIC X(08) VALUE SPACES.
      * --------------------------------------------------------------
      * The day the generator last wrote an order for this standing
      * order and the order number it gave it - a rerun the same day
      * writes that order again, under the same number, instead of
      * moving the due date on twice.
      * --------------------------------------------------------------
           02 STO-LAST-GENERATED-DATE PIC 9(07) VALUE 0.
           02 STO-LAST-ORDER-NUMBER PIC 9(08) VALUE 0.
           02 STO-LINE-COUNT        PIC 9(02) VALUE 0.
           02 STO-LINE OCCURS 10 TIMES.
               03 STO-LINE-SKU      PIC X(08).
               03 STO-LINE-QUANTITY PIC 9(03).
       01 STANDING-ORDER-FILE-NAME  PIC X(08) VALUE 'STANDORD'.
