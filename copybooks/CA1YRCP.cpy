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
      * Record layout for the STKRCPT stock-receipt feed: the
      * warehouse drops one record per SKU per goods-in note, the
      * same way it drops SHIPFILE for shipments and RETURNS for
      * returns. CA1YBKO1 posts each one onto STOCKPOS and then sees
      * which backorders the new stock covers.
      *
      * Unlike the other feeds a receipt adds to a running count, so
      * posting it twice would count the goods twice. RCP-POSTED-SW
      * is dropped as 'N' and rewritten 'Y' in the same unit of work
      * as the STOCKPOS update, so a rerun - or a feed reloaded on
      * top of itself - skips what is already on the shelf.
      *
      *****************************************************************
       01 CA1Y-RECEIPT-RECORD.
           02 RCP-KEY.
               03 RCP-RECEIPT-NO        PIC 9(08).
               03 RCP-SKU               PIC X(08).
           02 RCP-RECEIPT-DATE      PIC X(10).
           02 RCP-QUANTITY          PIC 9(05).
           02 RCP-POSTED-SW         PIC X(01).
               88 RCP-POSTED        VALUE 'Y'.
           02 RCP-POSTED-DATE       PIC 9(07).
       01 RECEIPT-FILE-NAME         PIC X(08) VALUE 'STKRCPT '.
