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
      * COMMAREA layout shared between the shipment consumers
      * (CA1YBAT3, CA1YMQGR) as callers and CA1YASNW, the advance
      * ship notice writer they LINK to for a consignment of an
      * EDI-sourced order. Copied under a 01 DFHCOMMAREA in the
      * writer and under a locally named 01 in each caller, the same
      * way CA1YDIGC.cpy is shared with CA1YDIGW.
      *
      * The items are the box's, with the SKU the caller matched
      * each one to on the order (spaces for an item it could not
      * match - the notice still carries its description). The
      * result comes back:
      *
      *   'Y' the notice is waiting on EDIOUT;
      *   'N' the order is not on EDIXREF - not an EDI intake;
      *   'P' the partner account is no longer on PARTFILE.
      *
      *****************************************************************
           02 ASN-IN-ORDER-NUMBER      PIC 9(08).
           02 ASN-IN-CONSIGNMENT-NO    PIC 9(03).
           02 ASN-IN-SHIP-DATE         PIC X(10).
           02 ASN-IN-TRACKING-NUMBER   PIC X(20).
           02 ASN-IN-CARRIER           PIC X(20).
           02 ASN-IN-ITEM-COUNT        PIC 9(03).
           02 ASN-IN-ITEM OCCURS 50 TIMES.
               03 ASN-IN-ITEM-SKU         PIC X(08).
               03 ASN-IN-ITEM-QUANTITY    PIC 9(03).
               03 ASN-IN-ITEM-DESCRIPTION PIC X(20).
           02 ASN-OUT-RESULT           PIC X(01).
               88 ASN-OUT-WRITTEN      VALUE 'Y'.
               88 ASN-OUT-NOT-EDI      VALUE 'N'.
               88 ASN-OUT-NO-PARTNER   VALUE 'P'.
