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
      * Record layout for the EDIOUT VSAM KSDS, the outbound EDI
      * documents waiting to go back to the trading partners. The
      * key leads with the partner account, so each partner's
      * outbound file is its own key range - the transmission job
      * browses one partner at a time and sends what it finds - and
      * then orders a partner's documents by our order number, so a
      * partner's acknowledgment and its ship notices sit together.
      *
      * Two documents, each a header segment, line segments and a
      * trailer segment, the same 01/02/03 shape as the inbound
      * EDIFILE (copybooks/CA1YEDI.cpy):
      *
      *   'AK' order acknowledgment - written by CA1YEDT1 once the
      *        edit has decided the order: ACCEPTED, REJECTED or
      *        HELD (for credit review) with the first reason, then
      *        each line ACCEPTED or REJECTED with its own reason. A
      *        held order released later is acknowledged again,
      *        ACCEPTED, under the same key.
      *   'SN' advance ship notice - written through CA1YASNW by
      *        CA1YBAT3 and CA1YMQGR for each consignment of an EDI
      *        order: ship date, carrier and tracking number, then
      *        what is in the box.
      *
      * The consignment number is zero on an acknowledgment. The
      * segment number is zero on the header, the line number on a
      * line and 999 on the trailer. A document written again under
      * the same key - a rerun, or a released hold - replaces the
      * one waiting, so a partner is never sent two answers to the
      * same question. CA1YEDT1 deletes every segment of a waiting
      * acknowledgment before it writes the new one, so an answer
      * with fewer lines than the last leaves no old lines behind.
      *
      *****************************************************************
       01 CA1Y-EDI-OUTBOUND-RECORD.
           02 EDO-KEY.
               03 EDO-PARTNER-ACCT      PIC X(15).
               03 EDO-ORDER-NUMBER      PIC 9(08).
               03 EDO-DOCUMENT-TYPE     PIC X(02).
                   88 EDO-ACKNOWLEDGMENT   VALUE 'AK'.
                   88 EDO-SHIP-NOTICE      VALUE 'SN'.
               03 EDO-CONSIGNMENT-NO    PIC 9(03).
               03 EDO-SEGMENT-NO        PIC 9(03).
           02 EDO-SEGMENT-TYPE      PIC X(02).
               88 EDO-HEADER-SEGMENT    VALUE '01'.
               88 EDO-LINE-SEGMENT      VALUE '02'.
               88 EDO-TRAILER-SEGMENT   VALUE '03'.
           02 EDO-CREATED-DATE      PIC 9(07).
           02 EDO-SEGMENT-DATA      PIC X(80).
           02 EDO-AK-HEADER REDEFINES EDO-SEGMENT-DATA.
               03 EDO-AKH-PARTNER-REF   PIC X(20).
               03 EDO-AKH-DISPOSITION   PIC X(08).
               03 EDO-AKH-REASON        PIC X(44).
               03 FILLER                PIC X(08).
           02 EDO-AK-LINE REDEFINES EDO-SEGMENT-DATA.
               03 EDO-AKL-SKU           PIC X(08).
               03 EDO-AKL-QUANTITY      PIC 9(03).
               03 EDO-AKL-STATUS        PIC X(08).
               03 EDO-AKL-REASON        PIC X(44).
               03 FILLER                PIC X(17).
           02 EDO-SN-HEADER REDEFINES EDO-SEGMENT-DATA.
               03 EDO-SNH-PARTNER-REF   PIC X(20).
               03 EDO-SNH-SHIP-DATE     PIC X(10).
               03 EDO-SNH-CARRIER       PIC X(20).
               03 EDO-SNH-TRACKING-NUMBER PIC X(20).
               03 FILLER                PIC X(10).
           02 EDO-SN-LINE REDEFINES EDO-SEGMENT-DATA.
               03 EDO-SNL-SKU           PIC X(08).
               03 EDO-SNL-QUANTITY      PIC 9(03).
               03 EDO-SNL-DESCRIPTION   PIC X(20).
               03 FILLER                PIC X(49).
           02 EDO-TRAILER REDEFINES EDO-SEGMENT-DATA.
               03 EDO-TRL-LINE-COUNT    PIC 9(03).
               03 EDO-TRL-QUANTITY-TOTAL PIC 9(05).
               03 FILLER                PIC X(72).
       01 EDI-OUTBOUND-FILE-NAME    PIC X(08) VALUE 'EDIOUT  '.
