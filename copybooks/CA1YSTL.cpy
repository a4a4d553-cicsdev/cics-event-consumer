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
      * Record layout for the SETLFILE card-processor settlement
      * feed: the processor's daily file, loaded the same way the
      * warehouse loads STKRCPT, one record per item it settled -
      *
      *   'S' a capture settled - money in, against the payment
      *       CA1YCOB7 recorded under the same reference;
      *   'R' a refund settled - money out, against a type-'R'
      *       PAYMENTS record;
      *   'C' a chargeback - money the customer's bank has taken
      *       back, which we never recorded ourselves;
      *   'F' a processor fee not tied to any one item (monthly
      *       charges, scheme fees).
      *
      * STL-FEE-AMOUNT is the processor's fee on the item itself,
      * which they keep out of what they pay us. CA1YSTL1 reconciles
      * each item against PAYMENTS and marks it posted in the same
      * unit of work as whatever it changed, so a rerun - or a day's
      * file loaded on top of itself - skips what is already done.
      *
      *****************************************************************
       01 CA1Y-SETTLEMENT-RECORD.
           02 STL-KEY.
               03 STL-BATCH-ID          PIC X(12).
               03 STL-SEQUENCE          PIC 9(06).
           02 STL-ITEM-TYPE         PIC X(01).
               88 STL-IS-CAPTURE    VALUE 'S'.
               88 STL-IS-REFUND     VALUE 'R'.
               88 STL-IS-CHARGEBACK VALUE 'C'.
               88 STL-IS-FEE        VALUE 'F'.
           02 STL-REFERENCE         PIC X(20).
           02 STL-ORDER-NUMBER      PIC 9(08).
           02 STL-AMOUNT            PIC 9(09)V99.
           02 STL-CURRENCY-CODE     PIC X(03).
           02 STL-FEE-AMOUNT        PIC 9(07)V99.
           02 STL-SETTLE-DATE       PIC X(10).
           02 STL-REASON-CODE       PIC X(04).
           02 STL-POSTED-SW         PIC X(01).
               88 STL-POSTED        VALUE 'Y'.
           02 STL-POSTED-DATE       PIC 9(07).
       01 SETTLEMENT-FILE-NAME      PIC X(08) VALUE 'SETLFILE'.
