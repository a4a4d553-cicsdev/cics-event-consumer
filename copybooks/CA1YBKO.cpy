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
      * Record layout for the BACKORD VSAM KSDS, keyed by order
      * number: one record per order the fan-out could not fully
      * allocate from STOCKPOS (copybooks/CA1YSTK.cpy). The lines are
      * only the short ones - which order item (BKO-LINE-ITEM-NO is
      * its position in ORD-ITEM), which SKU, and how many units it
      * is still waiting for; the rest of the order's units are
      * already allocated.
      *
      * CA1YBKO1 works the open records oldest first: once STOCKPOS
      * can cover every short line the units are allocated, ORDSTAT
      * moves from backordered back to placed, the pick goes to the
      * warehouse and the record is marked released. Until then it
      * sends the customer one OrderBackordered notice -
      * BKO-NOTICE-SW remembers it went, so the next night doesn't
      * send it again, and a record whose notice is still pending is
      * not released until it has gone. A cancelled order's record
      * is marked cancelled by CA1YCANC. Records are never deleted:
      * a closed one is the history of what the order waited for.
      *
      *****************************************************************
       01 CA1Y-BACKORDER-RECORD.
           02 BKO-ORDER-NUMBER      PIC 9(08) VALUE 0.
           02 BKO-STATUS            PIC X(01) VALUE 'O'.
               88 BKO-OPEN          VALUE 'O'.
               88 BKO-RELEASED      VALUE 'R'.
               88 BKO-CANCELLED     VALUE 'C'.
           02 BKO-NOTICE-SW         PIC X(01) VALUE 'N'.
               88 BKO-NOTICE-PENDING VALUE 'N'.
               88 BKO-NOTICE-SENT   VALUE 'Y'.
           02 BKO-CREATED-DATE      PIC 9(07) VALUE 0.
           02 BKO-CREATED-TIME      PIC 9(07) VALUE 0.
           02 BKO-CLOSED-DATE       PIC 9(07) VALUE 0.
           02 BKO-LINE-COUNT        PIC 9(03) VALUE 0.
           02 BKO-LINE OCCURS 50 TIMES.
               03 BKO-LINE-ITEM-NO      PIC 9(03).
               03 BKO-LINE-SKU          PIC X(08).
               03 BKO-LINE-DESCRIPTION  PIC X(20).
               03 BKO-LINE-QTY-SHORT    PIC 9(03).
       01 BACKORDER-FILE-NAME       PIC X(08) VALUE 'BACKORD '.
