       Process cics('cobol3,sp')
       Process arith(extend) trunc(bin) list map xref rent
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
      * CA1YASNW is LINKed by the shipment consumers (CA1YBAT3 for
      * the nightly SHIPFILE, CA1YMQGR for the MQ confirmations) for
      * every consignment of an EDI-sourced order that CA1YSTAV lets
      * through: it writes the advance ship notice the trading
      * partner's receiving dock books the delivery in against -
      * their PO reference, ship date, carrier and tracking number,
      * and the SKUs and quantities in the box.
      *
      * ORDERFIL doesn't keep the partner's PO reference, so the
      * order is looked up on the EDIXREF cross-reference CA1YEDI1
      * writes at intake, and the partner account it names must
      * still be on PARTFILE; either missing comes back in the
      * result for the caller to count, and nothing is written.
      *
      * The notice goes to EDIOUT under the partner's key range, one
      * document per consignment. A consignment already waiting
      * there under the same key is replaced rather than sent twice
      * (CA1YSTAV normally stops a box being counted twice before it
      * ever gets here). Any other file failure abends rather than
      * drop a notice the partner would then receive goods without.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YASNW.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YEDX.
           COPY CA1YPRT.
           COPY CA1YEDO.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 OUTBOUND-HOLD             PIC X(120) VALUE SPACES.
       01 ASN-ITEM-IDX              PIC 9(03) VALUE 0.
       01 ASN-QUANTITY-TOTAL        PIC 9(05) VALUE 0.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
           COPY CA1YASNC.
       Procedure division.
       Main-program section.
           PERFORM Resolve-Edi-Partner.

           IF ASN-OUT-WRITTEN
               PERFORM Write-Notice-Header
               MOVE 0 TO ASN-QUANTITY-TOTAL
               PERFORM Write-Notice-Line
                   VARYING ASN-ITEM-IDX FROM 1 BY 1
                   UNTIL ASN-ITEM-IDX > ASN-IN-ITEM-COUNT
               PERFORM Write-Notice-Trailer
           END-IF.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Find who the order came from: EDIXREF names the partner
      * account and their PO reference, and PARTFILE must still know
      * the account. The result is set to written here and lowered
      * if either lookup fails.
      * --------------------------------------------------------------
       Resolve-Edi-Partner section.
           SET ASN-OUT-WRITTEN TO TRUE.

           MOVE ASN-IN-ORDER-NUMBER TO EDX-ORDER-NUMBER.
           EXEC CICS READ FILE(EDI-XREF-FILE-NAME)
               INTO(CA1Y-EDI-XREF-RECORD)
               RIDFLD(EDX-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF EDX-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET ASN-OUT-NOT-EDI TO TRUE
               WHEN OTHER
                   EXEC CICS ABEND ABCODE('CA1N') END-EXEC
           END-EVALUATE.

           IF ASN-OUT-WRITTEN
               MOVE EDX-PARTNER-ACCT TO PRT-ACCOUNT
               EXEC CICS READ FILE(PARTNER-FILE-NAME)
                   INTO(CA1Y-PARTNER-RECORD)
                   RIDFLD(PRT-ACCOUNT)
                   KEYLENGTH(LENGTH OF PRT-ACCOUNT)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(NOTFND)
                       SET ASN-OUT-NO-PARTNER TO TRUE
                   WHEN OTHER
                       EXEC CICS ABEND ABCODE('CA1N') END-EXEC
               END-EVALUATE
           END-IF.
       Resolve-Edi-Partner-exit.
           exit.
      * --------------------------------------------------------------
      * The header: the partner's PO reference, so their side can
      * match the notice without knowing our order numbers, and the
      * consignment's carrier details.
      * --------------------------------------------------------------
       Write-Notice-Header section.
           MOVE EDX-PARTNER-ACCT      TO EDO-PARTNER-ACCT.
           MOVE ASN-IN-ORDER-NUMBER   TO EDO-ORDER-NUMBER.
           SET EDO-SHIP-NOTICE        TO TRUE.
           MOVE ASN-IN-CONSIGNMENT-NO TO EDO-CONSIGNMENT-NO.
           MOVE EIBDATE               TO EDO-CREATED-DATE.

           MOVE 0 TO EDO-SEGMENT-NO.
           SET EDO-HEADER-SEGMENT TO TRUE.
           MOVE SPACES TO EDO-SEGMENT-DATA.
           MOVE EDX-PARTNER-REF        TO EDO-SNH-PARTNER-REF.
           MOVE ASN-IN-SHIP-DATE       TO EDO-SNH-SHIP-DATE.
           MOVE ASN-IN-CARRIER         TO EDO-SNH-CARRIER.
           MOVE ASN-IN-TRACKING-NUMBER TO EDO-SNH-TRACKING-NUMBER.
           PERFORM Write-Outbound-Segment.
       Write-Notice-Header-exit.
           exit.
      * --------------------------------------------------------------
      * One segment per item in the box.
      * --------------------------------------------------------------
       Write-Notice-Line section.
           MOVE ASN-ITEM-IDX TO EDO-SEGMENT-NO.
           SET EDO-LINE-SEGMENT TO TRUE.
           MOVE SPACES TO EDO-SEGMENT-DATA.
           MOVE ASN-IN-ITEM-SKU(ASN-ITEM-IDX)      TO EDO-SNL-SKU.
           MOVE ASN-IN-ITEM-QUANTITY(ASN-ITEM-IDX) TO EDO-SNL-QUANTITY.
           MOVE ASN-IN-ITEM-DESCRIPTION(ASN-ITEM-IDX)
               TO EDO-SNL-DESCRIPTION.
           ADD ASN-IN-ITEM-QUANTITY(ASN-ITEM-IDX)
               TO ASN-QUANTITY-TOTAL.
           PERFORM Write-Outbound-Segment.
       Write-Notice-Line-exit.
           exit.
      * --------------------------------------------------------------
      * The trailer carries the line count and the units in the box,
      * for the partner's side to prove against what it read.
      * --------------------------------------------------------------
       Write-Notice-Trailer section.
           MOVE 999 TO EDO-SEGMENT-NO.
           SET EDO-TRAILER-SEGMENT TO TRUE.
           MOVE SPACES TO EDO-SEGMENT-DATA.
           MOVE ASN-IN-ITEM-COUNT  TO EDO-TRL-LINE-COUNT.
           MOVE ASN-QUANTITY-TOTAL TO EDO-TRL-QUANTITY-TOTAL.
           PERFORM Write-Outbound-Segment.
       Write-Notice-Trailer-exit.
           exit.
      * --------------------------------------------------------------
      * Write one segment. A segment already waiting under the same
      * key is the same consignment seen again - read it for update
      * and replace it.
      * --------------------------------------------------------------
       Write-Outbound-Segment section.
           EXEC CICS WRITE FILE(EDI-OUTBOUND-FILE-NAME)
               FROM(CA1Y-EDI-OUTBOUND-RECORD)
               RIDFLD(EDO-KEY) KEYLENGTH(LENGTH OF EDO-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   EXEC CICS READ FILE(EDI-OUTBOUND-FILE-NAME)
                       INTO(OUTBOUND-HOLD)
                       RIDFLD(EDO-KEY) KEYLENGTH(LENGTH OF EDO-KEY)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS ABEND ABCODE('CA1N') END-EXEC
                   END-IF
                   EXEC CICS REWRITE FILE(EDI-OUTBOUND-FILE-NAME)
                       FROM(CA1Y-EDI-OUTBOUND-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS ABEND ABCODE('CA1N') END-EXEC
                   END-IF
               WHEN OTHER
                   EXEC CICS ABEND ABCODE('CA1N') END-EXEC
           END-EVALUATE.
       Write-Outbound-Segment-exit.
           exit.
