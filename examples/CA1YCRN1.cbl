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
      * CA1YCRN1 issues the credit note for an order whose invoice no
      * longer stands - LINKed by CA1YCANC when customer service
      * cancels it and by CA1YBAT4 when the refund is issued
      * (copybooks/CA1YCRNC.cpy). Nothing used to reverse an issued
      * invoice; the auditors want a credit document for every
      * reduction, numbered as strictly as the invoices.
      *
      * The invoice to reverse is the order's latest on DOCSTORE -
      * every issued invoice's PDF is stored there under the order
      * number with the register number beside it. CA1YCOB4 builds
      * the credit note against it: it takes the next number from
      * the register's credit series, writes the credit note with
      * the invoice's amounts reversed, marks the invoice credited,
      * and refuses an invoice that isn't issued or was credited
      * already - so a refund after a cancellation, or a rerun,
      * finds nothing left to credit rather than crediting twice.
      *
      * The PDF is stored on DOCSTORE beside the invoice it reverses,
      * where CA1YDOCI can list and re-send it, and emailed to the
      * customer as an attachment straight after the caller's
      * cancellation or refund confirmation - unless the caller says
      * the recipient is suppressed, in which case the skip is
      * audited 'S' and the credit note still stands. A failed send
      * is dead-lettered, both containers, for CA1YDLQR to re-LINK
      * CA1Y with later.
      *
      * When the order was amended rather than ended (CA1YAMND), the
      * invoice is reissued, in two LINKs either side of the
      * amendment's ORDERFIL rewrite. The first credits the invoice
      * exactly as above - its lines are still the ones invoiced -
      * but holds the email back. The second, once ORDERFIL holds
      * the revised lines, has CA1YCOB4 build a new invoice under
      * the next invoice number, stores it on DOCSTORE beside the
      * credit note, and emails the customer once: the revised
      * invoice attached, naming the credit note that cleared the
      * old one, rather than a credit note that reads as if the
      * order had gone away. Should the new invoice's build fail,
      * its number is void on the register, nothing is emailed, and
      * the caller tells the operator - the credit note is on
      * DOCSTORE for CA1YDOCI to send.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCRN1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YCUS.
           COPY CA1YDOC.
       01 SWITCHES.
           02 DOC-EOF-SW                PIC X(01) VALUE 'N'.
               88 DOC-EOF                VALUE 'Y'.
           02 DOC-WRITE-DONE-SW         PIC X(01) VALUE 'N'.
               88 DOC-WRITE-DONE        VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
       01 ORD-ITEM-IDX               PIC 9(03) VALUE 0.
       01 LATEST-INVOICE-NUMBER      PIC 9(08) VALUE 0.
       01 DOC-WRITE-TRIES            PIC 9(03) VALUE 0.
       01 DOC-WRITE-RETRY-LIMIT      PIC 9(03) VALUE 999.
      * --------------------------------------------------------------
      * CA1YCOB4 finds its channel from the web source, so the PDF is
      * looked for there, the same way CA1YBAT2 does.
      * --------------------------------------------------------------
       01 ORDER-SOURCE               PIC X(08) VALUE 'WEB     '.
       01 PDF-CONT-NAME              PIC X(16) VALUE 'PDF             '.
       01 PDF-DATA-LENGTH            PIC 9(8) COMP VALUE 0.
       01 PDF-DATA                   PIC X(10240) VALUE SPACES.
       01 CONFIG.
           02 CONFIG-CHANNEL-NAME   PIC X(16) VALUE 'MyChannel       '.
           02 CONFIG-CONTAINER-NAME PIC X(16) VALUE 'CA1Y            '.
           02 CONFIG-DATA-LENGTH    PIC 9(8) COMP VALUE 0.
           02 CONFIG-DATA           PIC X(2048) VALUE SPACES.
       01 ATTACH-CONTAINER-NAME     PIC X(16) VALUE 'ATTACH1         '.
       01 CREDIT-SEND-EVENT         PIC X(32)
               VALUE 'CA1Y credit note send           '.
       01 REISSUE-SEND-EVENT        PIC X(32)
               VALUE 'CA1Y invoice reissue send       '.
      * --------------------------------------------------------------
      * What the one email says, and the name it is audited under -
      * the credit note's, or the revised invoice's.
      * --------------------------------------------------------------
       01 MAIL-SEND-EVENT           PIC X(32) VALUE SPACES.
       01 MAIL-SUBJECT              PIC X(60) VALUE SPACES.
       01 MAIL-CONTENT              PIC X(200) VALUE SPACES.
           COPY CA1YDLM.
           COPY CA1YRESP.
       01 PDF-REQUEST.
           COPY CA1YPDFC.
       01 AUDIT-REQUEST.
           COPY CA1YAUDC.
       01 CFG-REQUEST.
           COPY CA1YCFGC.
       01 CHN-REQUEST.
           COPY CA1YCHNC.
       01 DLQ-REQUEST.
           COPY CA1YDLQC.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
           COPY CA1YCRNC.
       Procedure division.
       Main-program section.
           SET CRN-OUT-NOT-REISSUED TO TRUE.
           MOVE 0 TO CRN-OUT-NEW-INVOICE-NUMBER.

           IF CRN-REISSUE-INVOICE
               PERFORM Reissue-Invoice
           ELSE
               PERFORM Credit-Invoice
           END-IF.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Credit the order's latest invoice, keep the credit note, and
      * mail it - unless the caller is reissuing the invoice and
      * the mail waits for the new one.
      * --------------------------------------------------------------
       Credit-Invoice section.
           SET CRN-OUT-NOT-INVOICED TO TRUE.
           MOVE 0 TO CRN-OUT-CREDIT-NUMBER.
           MOVE 0 TO CRN-OUT-INVOICE-NUMBER.

           PERFORM Resolve-Order-And-Customer.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM Find-Latest-Invoice
           END-IF.

           IF LATEST-INVOICE-NUMBER > 0
               MOVE LATEST-INVOICE-NUMBER TO CRN-OUT-INVOICE-NUMBER
               PERFORM Build-Credit-Note
           END-IF.

           IF CRN-OUT-ISSUED
               PERFORM Store-Credit-Note
               IF NOT CRN-CREDIT-FOR-REISSUE
                   PERFORM Word-Credit-Note-Email
                   PERFORM Mail-Or-Skip
               END-IF
           END-IF.
       Credit-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * The second LINK of a reissue: the first left the credit note
      * and the invoice it cleared on the COMMAREA. Invoice the order
      * as it stands now, keep it, and mail it.
      * --------------------------------------------------------------
       Reissue-Invoice section.
           IF CRN-OUT-ISSUED
               PERFORM Resolve-Order-And-Customer
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM Build-Replacement-Invoice
               END-IF
           END-IF.

           IF CRN-OUT-REISSUED
               PERFORM Store-Replacement-Invoice
               PERFORM Word-Replacement-Invoice-Email
               PERFORM Mail-Or-Skip
           END-IF.
       Reissue-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * Mail the document, or prove the skip for a suppressed
      * recipient.
      * --------------------------------------------------------------
       Mail-Or-Skip section.
           IF CRN-EMAIL-CUSTOMER
               PERFORM Send-Document-Email
           ELSE
               PERFORM Audit-Suppressed-Skip
           END-IF.
       Mail-Or-Skip-exit.
           exit.
      * --------------------------------------------------------------
      * The order carries the lines being credited; the master
      * carries the name printed on the credit note and the address
      * it goes to. Either missing leaves nothing to credit.
      * --------------------------------------------------------------
       Resolve-Order-And-Customer section.
           MOVE CRN-IN-ORDER-NUMBER TO ORD-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ORD-CUST-NUMBER TO CUST-REC-NUMBER
               EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
                   INTO(CA1Y-CUSTOMER-RECORD)
                   RIDFLD(CUST-REC-NUMBER)
                   KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       Resolve-Order-And-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the order's stored documents for the highest invoice
      * number - the invoice the customer holds now. Credit notes
      * stored alongside are passed over.
      * --------------------------------------------------------------
       Find-Latest-Invoice section.
           MOVE 0 TO LATEST-INVOICE-NUMBER.
           MOVE 'N' TO DOC-EOF-SW.
           MOVE CRN-IN-ORDER-NUMBER TO DOC-ORDER-NUMBER.
           MOVE 0 TO DOC-BUILD-DATE.
           MOVE 0 TO DOC-BUILD-TIME.
           EXEC CICS STARTBR FILE(DOCUMENT-FILE-NAME)
               RIDFLD(DOC-KEY) KEYLENGTH(LENGTH OF DOC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM Browse-Next-Document UNTIL DOC-EOF
               EXEC CICS ENDBR FILE(DOCUMENT-FILE-NAME) END-EXEC
           END-IF.
       Find-Latest-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next stored document, stopping at the end of this
      * order's.
      * --------------------------------------------------------------
       Browse-Next-Document section.
           EXEC CICS READNEXT FILE(DOCUMENT-FILE-NAME)
               INTO(CA1Y-DOCUMENT-RECORD)
               RIDFLD(DOC-KEY) KEYLENGTH(LENGTH OF DOC-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR DOC-ORDER-NUMBER NOT = CRN-IN-ORDER-NUMBER
               SET DOC-EOF TO TRUE
           ELSE
               IF DOC-IS-INVOICE
                   AND DOC-INVOICE-NUMBER > LATEST-INVOICE-NUMBER
                   MOVE DOC-INVOICE-NUMBER TO LATEST-INVOICE-NUMBER
               END-IF
           END-IF.
       Browse-Next-Document-exit.
           exit.
      * --------------------------------------------------------------
      * LINK CA1YCOB4 for a credit note against the invoice. A build
      * that never took a number means the invoice was not there to
      * credit; one that took a number and failed is void.
      * --------------------------------------------------------------
       Build-Credit-Note section.
           PERFORM Load-Pdf-Request.
           SET PDF-BUILD-CREDIT-NOTE      TO TRUE.
           MOVE LATEST-INVOICE-NUMBER     TO PDF-IN-ORIGINAL-INVOICE.
           MOVE CRN-IN-REASON-TEXT        TO PDF-IN-CREDIT-REASON.

           EXEC CICS LINK PROGRAM('CA1YCOB4')
               COMMAREA(PDF-REQUEST)
           END-EXEC.

           EVALUATE TRUE
               WHEN PDF-BUILD-OK
                   SET CRN-OUT-ISSUED TO TRUE
                   MOVE PDF-OUT-INVOICE-NUMBER
                       TO CRN-OUT-CREDIT-NUMBER
               WHEN PDF-OUT-INVOICE-NUMBER = 0
                   SET CRN-OUT-NOT-INVOICED TO TRUE
               WHEN OTHER
                   SET CRN-OUT-FAILED TO TRUE
                   MOVE PDF-OUT-INVOICE-NUMBER
                       TO CRN-OUT-CREDIT-NUMBER
           END-EVALUATE.
       Build-Credit-Note-exit.
           exit.
      * --------------------------------------------------------------
      * LINK CA1YCOB4 again, for a plain invoice this time, with the
      * order's lines as they stand after the amendment.
      * --------------------------------------------------------------
       Build-Replacement-Invoice section.
           PERFORM Load-Pdf-Request.
           SET PDF-BUILD-INVOICE TO TRUE.
           MOVE 0 TO PDF-IN-ORIGINAL-INVOICE.
           MOVE SPACES TO PDF-IN-CREDIT-REASON.

           EXEC CICS LINK PROGRAM('CA1YCOB4')
               COMMAREA(PDF-REQUEST)
           END-EXEC.

           MOVE PDF-OUT-INVOICE-NUMBER TO CRN-OUT-NEW-INVOICE-NUMBER.
           IF PDF-BUILD-OK
               SET CRN-OUT-REISSUED TO TRUE
           ELSE
               SET CRN-OUT-REISSUE-FAILED TO TRUE
           END-IF.
       Build-Replacement-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * The order and customer into CA1YCOB4's COMMAREA, whichever
      * document is being built.
      * --------------------------------------------------------------
       Load-Pdf-Request section.
           MOVE CUST-REC-NAME             TO PDF-IN-CUST-NAME.
           MOVE ORD-ORDER-NUMBER          TO PDF-IN-ORDER-NUMBER.
           MOVE ORD-ORDER-TOTAL           TO PDF-IN-ORDER-TOTAL.
           MOVE ORD-CURRENCY-CODE         TO PDF-IN-CURRENCY-CODE.
           MOVE CUST-REC-TAX-JURISDICTION TO PDF-IN-TAX-JURISDICTION.
           MOVE ORD-ITEM-COUNT            TO PDF-IN-ITEM-COUNT.
           PERFORM Load-Pdf-Item
               VARYING ORD-ITEM-IDX FROM 1 BY 1
               UNTIL ORD-ITEM-IDX > ORD-ITEM-COUNT.
       Load-Pdf-Request-exit.
           exit.
      * --------------------------------------------------------------
      * Copy one line item across.
      * --------------------------------------------------------------
       Load-Pdf-Item section.
           MOVE ORD-ITEM-SKU(ORD-ITEM-IDX)
               TO PDF-IN-ITEM-SKU(ORD-ITEM-IDX).
           MOVE ORD-ITEM-QUANTITY(ORD-ITEM-IDX)
               TO PDF-IN-ITEM-QUANTITY(ORD-ITEM-IDX).
           MOVE ORD-ITEM-DESCRIPTION(ORD-ITEM-IDX)
               TO PDF-IN-ITEM-DESCRIPTION(ORD-ITEM-IDX).
           MOVE ORD-ITEM-UNIT-PRICE(ORD-ITEM-IDX)
               TO PDF-IN-ITEM-UNIT-PRICE(ORD-ITEM-IDX).
           MOVE ORD-ITEM-EXT-AMOUNT(ORD-ITEM-IDX)
               TO PDF-IN-ITEM-EXT-AMOUNT(ORD-ITEM-IDX).
       Load-Pdf-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Keep the credit note on DOCSTORE beside the invoice.
      * --------------------------------------------------------------
       Store-Credit-Note section.
           MOVE CRN-OUT-CREDIT-NUMBER TO DOC-INVOICE-NUMBER.
           SET DOC-IS-CREDIT-NOTE     TO TRUE.
           PERFORM Store-Built-Document.
       Store-Credit-Note-exit.
           exit.
      * --------------------------------------------------------------
      * Keep the revised invoice on DOCSTORE as the order's latest.
      * --------------------------------------------------------------
       Store-Replacement-Invoice section.
           MOVE CRN-OUT-NEW-INVOICE-NUMBER TO DOC-INVOICE-NUMBER.
           MOVE 'I' TO DOC-DOCUMENT-TYPE.
           PERFORM Store-Built-Document.
       Store-Replacement-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * Retrieve the PDF just built and write it to DOCSTORE, with
      * the same DUPREC handling CA1YBAT2 uses for invoices.
      * --------------------------------------------------------------
       Store-Built-Document section.
           MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
               COMMAREA(CHN-REQUEST)
           END-EXEC.
           MOVE CHN-OUT-CHANNEL-NAME TO CONFIG-CHANNEL-NAME.

           MOVE LENGTH OF PDF-DATA TO PDF-DATA-LENGTH.
           EXEC CICS GET CONTAINER(PDF-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(PDF-DATA) FLENGTH(PDF-DATA-LENGTH)
           END-EXEC.

           MOVE ORD-ORDER-NUMBER      TO DOC-ORDER-NUMBER.
           MOVE EIBDATE               TO DOC-BUILD-DATE.
           MOVE EIBTIME               TO DOC-BUILD-TIME.
           MOVE ORD-CUST-NUMBER       TO DOC-CUST-NUMBER.
           MOVE PDF-DATA-LENGTH       TO DOC-PDF-LENGTH.
           MOVE PDF-DATA              TO DOC-PDF-DATA.

           MOVE 'N' TO DOC-WRITE-DONE-SW.
           MOVE 0 TO DOC-WRITE-TRIES.
           PERFORM Write-Document-Record
               UNTIL DOC-WRITE-DONE
               OR DOC-WRITE-TRIES >= DOC-WRITE-RETRY-LIMIT.
           IF NOT DOC-WRITE-DONE
               EXEC CICS ABEND ABCODE('CA1O') END-EXEC
           END-IF.
       Store-Built-Document-exit.
           exit.
      * --------------------------------------------------------------
      * One WRITE attempt; DUPREC moves the build time along.
      * --------------------------------------------------------------
       Write-Document-Record section.
           ADD 1 TO DOC-WRITE-TRIES.
           EXEC CICS WRITE FILE(DOCUMENT-FILE-NAME)
               FROM(CA1Y-DOCUMENT-RECORD)
               RIDFLD(DOC-KEY)
               KEYLENGTH(LENGTH OF DOC-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET DOC-WRITE-DONE TO TRUE
               WHEN DFHRESP(DUPREC)
                   ADD 1 TO DOC-BUILD-TIME
               WHEN OTHER
                   EXEC CICS ABEND ABCODE('CA1O') END-EXEC
           END-EVALUATE.
       Write-Document-Record-exit.
           exit.
      * --------------------------------------------------------------
      * The credit note on its own: what it reverses, and why.
      * --------------------------------------------------------------
       Word-Credit-Note-Email section.
           MOVE CREDIT-SEND-EVENT TO MAIL-SEND-EVENT.
           MOVE SPACES TO MAIL-SUBJECT.
           STRING 'Credit note for order ' ORD-ORDER-NUMBER
               DELIMITED BY SIZE INTO MAIL-SUBJECT.
           MOVE SPACES TO MAIL-CONTENT.
           STRING 'Please find attached credit note '
               CRN-OUT-CREDIT-NUMBER
               ' against invoice ' CRN-OUT-INVOICE-NUMBER
               ': ' CRN-IN-REASON-TEXT
               DELIMITED BY SIZE INTO MAIL-CONTENT.
       Word-Credit-Note-Email-exit.
           exit.
      * --------------------------------------------------------------
      * The revised invoice, naming the credit note that cleared the
      * invoice it replaces.
      * --------------------------------------------------------------
       Word-Replacement-Invoice-Email section.
           MOVE REISSUE-SEND-EVENT TO MAIL-SEND-EVENT.
           MOVE SPACES TO MAIL-SUBJECT.
           STRING 'Revised invoice for order ' ORD-ORDER-NUMBER
               DELIMITED BY SIZE INTO MAIL-SUBJECT.
           MOVE SPACES TO MAIL-CONTENT.
           STRING 'Please find attached invoice '
               CRN-OUT-NEW-INVOICE-NUMBER
               ' for your order as amended. It replaces invoice '
               CRN-OUT-INVOICE-NUMBER
               ', cancelled by credit note ' CRN-OUT-CREDIT-NUMBER
               '.'
               DELIMITED BY SIZE INTO MAIL-CONTENT.
       Word-Replacement-Invoice-Email-exit.
           exit.
      * --------------------------------------------------------------
      * Mail the document just stored as an attachment, the way
      * CA1YDOCI re-sends a stored document.
      * --------------------------------------------------------------
       Send-Document-Email section.
           EXEC CICS ASSIGN APPLID(CFG-IN-APPLID) END-EXEC.
           EXEC CICS LINK PROGRAM('CA1YCFGL')
               COMMAREA(CFG-REQUEST)
           END-EXEC.

           MOVE SPACES TO CONFIG-DATA.
           STRING
               'import.private={file=' DELIMITED BY SIZE
               CFG-OUT-PROPS-PATH DELIMITED BY SPACE
               ':encoding=UTF-8}' CR DELIMITED BY SIZE
               'mail.to=' DELIMITED BY SIZE
               CUST-REC-EMAIL DELIMITED BY SPACE
               CR DELIMITED BY SIZE
               'mail.subject=' DELIMITED BY SIZE
               MAIL-SUBJECT DELIMITED BY '  '
               CR DELIMITED BY SIZE
               'mail.content=' DELIMITED BY SIZE
               MAIL-CONTENT DELIMITED BY '  '
               CR DELIMITED BY SIZE
               'attachment={mime=application/pdf}{'
                   DELIMITED BY SIZE
               ATTACH-CONTAINER-NAME DELIMITED BY SPACE
               '}' CR DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO CONFIG-DATA.

           MOVE 0 TO CONFIG-DATA-LENGTH.
           INSPECT CONFIG-DATA TALLYING CONFIG-DATA-LENGTH
               FOR CHARACTERS BEFORE INITIAL X'00'.

           EXEC CICS PUT CONTAINER(CONFIG-CONTAINER-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(CONFIG-DATA) FLENGTH(CONFIG-DATA-LENGTH) CHAR
           END-EXEC.

           EXEC CICS PUT CONTAINER(ATTACH-CONTAINER-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(DOC-PDF-DATA) FLENGTH(DOC-PDF-LENGTH) BIT
           END-EXEC.

           EXEC CICS LINK PROGRAM('CA1Y')
               CHANNEL(CONFIG-CHANNEL-NAME)
           END-EXEC.

           PERFORM Check-CA1Y-Response.
       Send-Document-Email-exit.
           exit.
      * --------------------------------------------------------------
      * Retrieve the CA1YRESPONSE container and audit the outcome; a
      * failed send is dead-lettered rather than lost.
      * --------------------------------------------------------------
       Check-CA1Y-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE MAIL-SEND-EVENT       TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME   TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES                TO AUDIT-IN-CONTAINER-NAMES.
           MOVE CONFIG-CONTAINER-NAME TO AUDIT-IN-CONTAINER(1).
           MOVE ATTACH-CONTAINER-NAME TO AUDIT-IN-CONTAINER(2).
           MOVE ORD-ORDER-NUMBER      TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL        TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA         TO AUDIT-IN-CA1Y-RESPONSE.
           IF RESPONSE-IS-OK
               MOVE 'Y' TO AUDIT-IN-OUTCOME
           ELSE
               MOVE 'N' TO AUDIT-IN-OUTCOME
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.

           IF NOT RESPONSE-IS-OK
               PERFORM Write-Dead-Letter
           END-IF.
       Check-CA1Y-Response-exit.
           exit.
      * --------------------------------------------------------------
      * Save the mail properties and the PDF so CA1YDLQR can re-LINK
      * CA1Y with them once the mail server is back.
      * --------------------------------------------------------------
       Write-Dead-Letter section.
           MOVE MAIL-SEND-EVENT       TO DLQ-IN-EVENT-NAME.
           MOVE 'CA1Y'                TO DLQ-IN-LINK-PROGRAM.
           MOVE CONFIG-CHANNEL-NAME   TO DLQ-IN-CHANNEL-NAME.
           MOVE ORD-ORDER-NUMBER      TO DLQ-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL        TO DLQ-IN-RECIPIENT.
           MOVE RESPONSE-DATA         TO DLQ-IN-CA1Y-RESPONSE.
           MOVE 2                     TO DLQ-IN-CONTAINER-COUNT.
           MOVE CONFIG-CONTAINER-NAME TO DLQ-IN-CONTAINER-NAME(1).
           MOVE CONFIG-DATA-LENGTH    TO DLQ-IN-CONTAINER-LENGTH(1).
           MOVE CONFIG-DATA           TO DLQ-IN-CONTAINER-DATA(1).
           MOVE ATTACH-CONTAINER-NAME TO DLQ-IN-CONTAINER-NAME(2).
           MOVE DOC-PDF-LENGTH        TO DLQ-IN-CONTAINER-LENGTH(2).
           MOVE DOC-PDF-DATA          TO DLQ-IN-CONTAINER-DATA(2).
           EXEC CICS LINK PROGRAM('CA1YDLQW')
               COMMAREA(DLQ-REQUEST)
           END-EXEC.
       Write-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * The caller's recipient is on the do-not-contact list: prove
      * the credit note's email was skipped, not lost.
      * --------------------------------------------------------------
       Audit-Suppressed-Skip section.
           MOVE MAIL-SEND-EVENT       TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME   TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES                TO AUDIT-IN-CONTAINER-NAMES.
           MOVE ORD-ORDER-NUMBER      TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL        TO AUDIT-IN-RECIPIENT.
           MOVE 'SUPPRESSED'          TO AUDIT-IN-CA1Y-RESPONSE.
           MOVE 'S'                   TO AUDIT-IN-OUTCOME.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Audit-Suppressed-Skip-exit.
           exit.
