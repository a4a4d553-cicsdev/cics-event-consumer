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
      * Record layout for the STOCKPOS VSAM KSDS, keyed by SKU: the
      * one place the system knows how many of an item are on the
      * shelf and how many of those are already promised. Orders used
      * to go to the warehouse whether or not the goods existed, and
      * the customer heard nothing until the pick failed; now the
      * fan-out allocates each line against this record before it
      * signals, and an order the shelf can't cover waits on BACKORD
      * (copybooks/CA1YBKO.cpy) instead.
      *
      * STK-ON-HAND is the physical count: receipts and checked-in
      * returns add to it, shipped consignments take from it.
      * STK-ALLOCATED is the part of that count promised to orders
      * not yet shipped, so what is free to promise is on-hand less
      * allocated. STK-BACKORDERED is the units orders are still
      * waiting for beyond what was on hand when they were placed -
      * what purchasing has to cover.
      *
      * Every change goes through CA1YSTKU (copybooks/CA1YSTKC.cpy),
      * never a program of its own reading for update, so the
      * arithmetic lives in one place. A SKU with no record here is
      * not stock-controlled (gift cards, services, anything not yet
      * counted in): it allocates in full and nothing is tracked, so
      * an item the stock take hasn't reached doesn't backorder every
      * order for it.
      *
      *****************************************************************
       01 CA1Y-STOCK-RECORD.
           02 STK-SKU               PIC X(08) VALUE SPACES.
           02 STK-ON-HAND           PIC 9(07) VALUE 0.
           02 STK-ALLOCATED         PIC 9(07) VALUE 0.
           02 STK-BACKORDERED       PIC 9(07) VALUE 0.
           02 STK-LAST-RECEIPT-DATE PIC 9(07) VALUE 0.
           02 STK-LAST-UPDATE-DATE  PIC 9(07) VALUE 0.
           02 STK-LAST-UPDATE-TIME  PIC 9(07) VALUE 0.
       01 STOCK-FILE-NAME           PIC X(08) VALUE 'STOCKPOS'.
