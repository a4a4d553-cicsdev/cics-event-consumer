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
      * Record layout for the PRICEHST VSAM KSDS, keyed by SKU and
      * effective date: one record per price an item has held or is
      * scheduled to hold. A price rise used to be an edit of
      * ITM-CURRENT-PRICE in place, which made the edit run reject
      * every order keyed at the morning price; now CA1YITMM enters
      * the change ahead of time with the date it takes effect, and
      * the price in force for an order is the record with the
      * highest effective date not after the order date.
      *
      * PRH-EFFECTIVE-DATE is 0CYYDDD, the same shape as the EIBDATE
      * stamps everywhere else, so the key sorts by date within SKU
      * and a browse from (SKU, 0) reads an item's history oldest
      * first. An item with no record on or before the date in
      * question falls back to ITM-CURRENT-PRICE - an item that
      * predates this file and has never had its price changed.
      * CA1YITMM writes such an item's old price as a row effective
      * 0000000 on its first change, so the fallback never outlives
      * the price it stands for.
      *
      *****************************************************************
       01 CA1Y-PRICE-HISTORY-RECORD.
           02 PRH-KEY.
               03 PRH-SKU            PIC X(08) VALUE SPACES.
               03 PRH-EFFECTIVE-DATE PIC 9(07) VALUE 0.
           02 PRH-UNIT-PRICE        PIC 9(05)V99 VALUE 0.
           02 PRH-ENTERED-BY        PIC X(08) VALUE SPACES.
           02 PRH-ENTERED-DATE      PIC 9(07) VALUE 0.
       01 PRICE-HISTORY-FILE-NAME   PIC X(08) VALUE 'PRICEHST'.
