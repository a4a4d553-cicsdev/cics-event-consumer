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
      * Response layout for the storefront's order-status web service
      * (CA1YWOS1) - the language structure DFHLS2JS reads to generate
      * the response JSON schema.
      *
      * WOS-OUT-RESULT is FOUND, NOT-FOUND or INVALID. NOT-FOUND is
      * the one answer for an unknown order and for an email address
      * that does not match, so the service cannot be used to find
      * out which order numbers exist; only a FOUND response carries
      * anything past the order number.
      *
      * The state is the ORDSTAT lifecycle state as a word, with the
      * one-letter code beside it; RECEIVED means no event has moved
      * the order yet. Dates are YYYY-MM-DD, or spaces when there is
      * none. The refund fields total every refund on PAYMENTS for
      * the order, dated by the latest; chargebacks are not refunds
      * and are left out. WOS-OUT-INVOICE-ON-FILE says whether an
      * invoice - not a credit note - is stored on DOCSTORE.
      *
      * One WOS-OUT-CONSIGNMENT per SHIPFILE box, up to twenty, with
      * WOS-OUT-MORE-CONSIGNMENTS set when the order has more than
      * that. The tracking status is the latest TRACKFIL status as a
      * phrase, AWAITING SCAN until the carrier's extract first
      * reports the parcel. The table is variable, so it stays the
      * last thing in the record.
      *
      *****************************************************************
       01 CA1Y-WOS-RESPONSE.
           02 WOS-OUT-RESULT            PIC X(10).
               88 WOS-OUT-FOUND         VALUE 'FOUND'.
               88 WOS-OUT-NOT-FOUND     VALUE 'NOT-FOUND'.
               88 WOS-OUT-INVALID       VALUE 'INVALID'.
           02 WOS-OUT-ORDER-NUMBER      PIC X(08).
           02 WOS-OUT-STATE             PIC X(12).
           02 WOS-OUT-STATE-CODE        PIC X(01).
           02 WOS-OUT-LAST-EVENT-DATE   PIC X(10).
           02 WOS-OUT-REFUNDED          PIC X(01).
           02 WOS-OUT-REFUND-AMOUNT     PIC 9(09)V99.
           02 WOS-OUT-REFUND-DATE       PIC X(10).
           02 WOS-OUT-INVOICE-ON-FILE   PIC X(01).
           02 WOS-OUT-MORE-CONSIGNMENTS PIC X(01).
           02 WOS-OUT-CONSIGNMENT-COUNT PIC 9(02).
           02 WOS-OUT-CONSIGNMENT OCCURS 0 TO 20 TIMES
                   DEPENDING ON WOS-OUT-CONSIGNMENT-COUNT.
               03 WOS-OUT-CARRIER           PIC X(20).
               03 WOS-OUT-TRACKING-NUMBER   PIC X(20).
               03 WOS-OUT-SHIP-DATE         PIC X(10).
               03 WOS-OUT-TRACKING-STATUS   PIC X(16).
               03 WOS-OUT-TRACKING-DATE     PIC X(10).
