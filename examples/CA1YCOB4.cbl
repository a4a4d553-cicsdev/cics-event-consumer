      * leaves its number on the register as void rather than handing
      * it back, so the sequence stays gapless the way auditors mean
      * it - every number accounted for.
      *
      * The tax is no longer one flat rate on everything. Each line
      * is rated from its item's tax category on ITEMMAST and the
      * customer's jurisdiction the caller passes from CUSTMAST, and
      * the invoice carries one tax line per rate - net and tax
      * backed out of the lines at that rate - on the PDF and on the
      * register, so the register is what the tax return is filed
      * from (CA1YRPT7). The rates are the TAXR rows on CTLFILE
      * (copybooks/CA1YCTL.cpy), read at every build, so a rate
      * change keyed through CA1YCTLM is on the next invoice. A
      * table with no DEFAULT row fails the build - an invoice
      * rated from a guess is not one to number.
      *
      * The same build produces the credit note that reverses an
      * invoice when its order is cancelled or refunded (CA1YCRN1
      * asks for one). A credit note is not re-rated - it carries
      * the invoice's own tax lines, so the reversal matches what
      * was charged to the penny - takes its number from the
      * register's credit series, and renders through the credit-
      * note stylesheet. The invoice is marked as credited in the
      * same unit of work under the control record's lock, so it
      * can only ever be credited once; a credit note whose build
      * fails is void and leaves the invoice creditable again.
      *****************************************************************
       Identification Division.
       Program-id. CA1YCOB4.
           02 XML-NET-AMOUNT        PIC 9(09).99.
           02 XML-TAX-RATE          PIC 9(02).99.
           02 XML-TAX-AMOUNT        PIC 9(09).99.
           02 XML-LINE-RATE         PIC 9(02).99.
           02 XML-LINE-NET          PIC 9(09).99.
           02 XML-LINE-TAX          PIC 9(09).99.
           02 XML-GROSS-AMOUNT      PIC 9(09).99.
           02 XML-CURRENCY-CODE     PIC X(03) VALUE SPACES.
       01 PDF-ITEM-IDX              PIC 9(03) VALUE 0.
           COPY CA1YINV.
           COPY CA1YTAX.
           COPY CA1YCTL.
       01 DEFAULT-TAX-RATE-PCT      PIC 9(02)V99 VALUE 0.
       01 TAX-ROW-LIMIT             PIC 9(02) VALUE 49.
           COPY CA1YITM.
       01 INVOICE-WORK.
           02 ASSIGNED-RECORD-TYPE  PIC X(01) VALUE 'I'.
           02 ASSIGNED-INVOICE-NUMBER PIC 9(08) VALUE 0.
           02 INVOICE-TAX-JURISDICTION PIC X(05) VALUE SPACES.
           02 INVOICE-TAX-RATE      PIC 9(02)V99 VALUE 0.
           02 INVOICE-NET-AMOUNT    PIC 9(09)V99 VALUE 0.
           02 INVOICE-TAX-AMOUNT    PIC 9(09)V99 VALUE 0.
           02 INVOICE-GROSS-AMOUNT  PIC 9(09)V99 VALUE 0.
      * --------------------------------------------------------------
      * One rate lookup at a time: the line's category against the
      * jurisdiction, then the country alone, then no jurisdiction.
      * An item not on ITEMMAST, or with no category, is STANDARD.
      * --------------------------------------------------------------
       01 TAX-LOOKUP.
           02 TAX-CATEGORY-IN       PIC X(08) VALUE SPACES.
           02 TAX-JURISDICTION-IN   PIC X(05) VALUE SPACES.
           02 LOOKUP-TAX-RATE       PIC 9(02)V99 VALUE 0.
           02 LINE-GROSS-IN         PIC 9(09)V99 VALUE 0.
           02 LINES-GROSS-SUM       PIC 9(09)V99 VALUE 0.
       01 STANDARD-TAX-CATEGORY     PIC X(08) VALUE 'STANDARD'.
      * --------------------------------------------------------------
      * The invoice's tax lines, one per distinct rate, in the same
      * shape as INV-TAX-LINES so the register takes them in one
      * move. The gross at each rate is kept alongside.
      * --------------------------------------------------------------
       01 TAX-LINE-WORK.
           02 TAX-LINE-COUNT        PIC 9(01) VALUE 0.
           02 TAX-LINE OCCURS 5 TIMES.
               03 TAX-LINE-RATE         PIC 9(02)V99.
               03 TAX-LINE-NET          PIC 9(09)V99.
               03 TAX-LINE-TAX          PIC 9(09)V99.
       01 TAX-LINE-GROSS-TABLE.
           02 TAX-LINE-GROSS        PIC 9(09)V99 OCCURS 5 TIMES.
       01 TAX-LINE-IDX              PIC 9(01) VALUE 0.
       01 REGISTER-CONTROL-SAVE     PIC X(224) VALUE SPACES.
       01 DOCUMENT-XSLT-PATH        PIC X(64) VALUE SPACES.
       01 TAX-LINE-LIMIT            PIC 9(01) VALUE 5.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 PDF-DOC.
           02 PDF-CONT-NAME         PIC X(16) VALUE 'PDF             '.
       01 SWITCHES.
           02 PDF-BUILD-FAILED-SW   PIC X(01) VALUE 'N'.
               88 PDF-BUILD-FAILED  VALUE 'Y'.
           02 TAX-LINE-FOUND-SW     PIC X(01) VALUE 'N'.
               88 TAX-LINE-FOUND    VALUE 'Y'.
           02 BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
               88 BROWSE-EOF        VALUE 'Y'.
           02 BROWSE-ACTIVE-SW      PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE     VALUE 'Y'.
           02 DEFAULT-LOADED-SW     PIC X(01) VALUE 'N'.
               88 DEFAULT-LOADED    VALUE 'Y'.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
      * instead of abending the calling task.
      * --------------------------------------------------------------
           MOVE 'N' TO PDF-BUILD-FAILED-SW.
           MOVE 0 TO ASSIGNED-INVOICE-NUMBER.
           MOVE 'N' TO PDF-OUT-STATUS.
      * --------------------------------------------------------------
      * Look up this order source's channel before doing anything
           EXEC CICS LINK PROGRAM('CA1YCFGL')
               COMMAREA(CFG-REQUEST)
           END-EXEC.
           IF PDF-BUILD-CREDIT-NOTE
               MOVE CFG-OUT-CREDIT-XSLT-PATH TO DOCUMENT-XSLT-PATH
           ELSE
               MOVE CFG-OUT-INVOICE-XSLT-PATH TO DOCUMENT-XSLT-PATH
           END-IF.
      * --------------------------------------------------------------
      * Work out the tax lines and take the next gapless invoice
      * number before the XML is built - the number and the tax
      * amounts render into the document itself. A register that
      * can't be read fails this build rather than producing an
      * unnumbered invoice, and a build the tax configuration already
      * failed takes no number at all, so it neither uses one up nor
      * leaves a pending register row. A credit note takes its tax
      * lines from the invoice it reverses instead.
      * --------------------------------------------------------------
           IF PDF-BUILD-CREDIT-NOTE
               PERFORM Assign-Credit-Note-Number
           ELSE
               PERFORM Build-Tax-Lines
               PERFORM Compute-Invoice-Tax
               IF NOT PDF-BUILD-FAILED
                   PERFORM Assign-Invoice-Number
               END-IF
           END-IF.
      * --------------------------------------------------------------
      * Build the order XML, then create a container with properties
      * used by the SupportPac - the invoice (or credit-note)
      * stylesheet from the region path table against the XML just
      * built.
      * --------------------------------------------------------------
           PERFORM Build-Order-Xml.

            'javax.xml.transform.TransformerFactory='
            'org.apache.xalan.processor.TransformerFactoryImpl' CR
            'MyXSLT={file=' DELIMITED BY SIZE
            DOCUMENT-XSLT-PATH DELIMITED BY SPACE
            ':encoding=UTF-8}' CR DELIMITED BY SIZE
      *
            'MyPDF={responsecontainer=' PDF-CONT-NAME '}'
      * Assemble the order XML from the COMMAREA: header and customer
      * name, one element per line item, then the total. Everything
      * is appended through one pointer so the final length falls out
      * of it. A credit note carries its own number, the invoice it
      * reverses and the reason in place of the invoice number; its
      * amounts go in as the invoice's, for the credit-note
      * stylesheet to present as credited.
      * --------------------------------------------------------------
       Build-Order-Xml section.
           MOVE 1 TO ORDER-XML-PTR.
           STRING '<?xml version="1.0" encoding="UTF-8" ?>'
               '<order><number>' DELIMITED BY SIZE
               PDF-IN-ORDER-NUMBER DELIMITED BY SIZE
               '</number>' DELIMITED BY SIZE
               INTO ORDER-XML WITH POINTER ORDER-XML-PTR
               ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
           END-STRING.

           IF PDF-BUILD-CREDIT-NOTE
               STRING '<creditnotenumber>' DELIMITED BY SIZE
                   ASSIGNED-INVOICE-NUMBER DELIMITED BY SIZE
                   '</creditnotenumber><originalinvoice>'
                       DELIMITED BY SIZE
                   PDF-IN-ORIGINAL-INVOICE DELIMITED BY SIZE
                   '</originalinvoice><reason>' DELIMITED BY SIZE
                   PDF-IN-CREDIT-REASON DELIMITED BY SIZE
                   '</reason>' DELIMITED BY SIZE
                   INTO ORDER-XML WITH POINTER ORDER-XML-PTR
                   ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
               END-STRING
           ELSE
               STRING '<invoicenumber>' DELIMITED BY SIZE
                   ASSIGNED-INVOICE-NUMBER DELIMITED BY SIZE
                   '</invoicenumber>' DELIMITED BY SIZE
                   INTO ORDER-XML WITH POINTER ORDER-XML-PTR
                   ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
               END-STRING
           END-IF.

           STRING '<name>' DELIMITED BY SIZE
               PDF-IN-CUST-NAME DELIMITED BY SIZE
               '</name><currency>' DELIMITED BY SIZE
               XML-CURRENCY-CODE DELIMITED BY SIZE
               '</currency><jurisdiction>' DELIMITED BY SIZE
               INVOICE-TAX-JURISDICTION DELIMITED BY SIZE
               '</jurisdiction>' DELIMITED BY SIZE
               INTO ORDER-XML WITH POINTER ORDER-XML-PTR
               ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
           END-STRING.
               XML-TAX-AMOUNT DELIMITED BY SIZE
               '</tax><gross>' DELIMITED BY SIZE
               XML-GROSS-AMOUNT DELIMITED BY SIZE
               '</gross><taxlines>' DELIMITED BY SIZE
               INTO ORDER-XML WITH POINTER ORDER-XML-PTR
               ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
           END-STRING.

           PERFORM Append-Tax-Line-Xml
               VARYING TAX-LINE-IDX FROM 1 BY 1
               UNTIL TAX-LINE-IDX > TAX-LINE-COUNT.

           STRING '</taxlines></order>' DELIMITED BY SIZE
               INTO ORDER-XML WITH POINTER ORDER-XML-PTR
               ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
           END-STRING.
       Append-Order-Item-Xml-exit.
           exit.
      * --------------------------------------------------------------
      * Append one tax line's XML element: the rate and the net and
      * tax at that rate.
      * --------------------------------------------------------------
       Append-Tax-Line-Xml section.
           MOVE TAX-LINE-RATE(TAX-LINE-IDX) TO XML-LINE-RATE.
           MOVE TAX-LINE-NET(TAX-LINE-IDX)  TO XML-LINE-NET.
           MOVE TAX-LINE-TAX(TAX-LINE-IDX)  TO XML-LINE-TAX.
           STRING '<taxline><rate>' DELIMITED BY SIZE
               XML-LINE-RATE DELIMITED BY SIZE
               '</rate><net>' DELIMITED BY SIZE
               XML-LINE-NET DELIMITED BY SIZE
               '</net><tax>' DELIMITED BY SIZE
               XML-LINE-TAX DELIMITED BY SIZE
               '</tax></taxline>' DELIMITED BY SIZE
               INTO ORDER-XML WITH POINTER ORDER-XML-PTR
               ON OVERFLOW SET PDF-BUILD-FAILED TO TRUE
           END-STRING.
       Append-Tax-Line-Xml-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the TAXR rows into the table, one per category and
      * jurisdiction. A jurisdiction of the country alone covers all
      * its regions; no jurisdiction covers everywhere; DEFAULT goes
      * last - it is what a customer with no address on file, or a
      * category with no row, resolves through. Without one the
      * build fails, and the DEFAULT slot is filled at zero only so
      * the rating below has a row to land on.
      * --------------------------------------------------------------
       Load-Tax-Config section.
           MOVE 0 TO CA1Y-TAX-COUNT.
           MOVE 0 TO DEFAULT-TAX-RATE-PCT.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE 'N' TO DEFAULT-LOADED-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-TAX-TABLE TO TRUE.
           EXEC CICS STARTBR FILE(CONTROL-FILE-NAME)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET BROWSE-EOF TO TRUE
           END-IF.

           PERFORM Load-Next-Tax-Row UNTIL BROWSE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.

           IF NOT DEFAULT-LOADED
               SET PDF-BUILD-FAILED TO TRUE
           END-IF.
           ADD 1 TO CA1Y-TAX-COUNT.
           MOVE CONTROL-DEFAULT-ROW
               TO CA1Y-TAX-CATEGORY(CA1Y-TAX-COUNT).
           MOVE SPACES TO CA1Y-TAX-JURISDICTION(CA1Y-TAX-COUNT).
           MOVE DEFAULT-TAX-RATE-PCT
               TO CA1Y-TAX-RATE-PCT(CA1Y-TAX-COUNT).
       Load-Tax-Config-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Tax-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-TAX-TABLE
               SET BROWSE-EOF TO TRUE
           ELSE
               IF CTLK-TAX-CATEGORY = CONTROL-DEFAULT-ROW
                   AND CTLK-TAX-JURISDICTION = SPACES
                   MOVE CTLD-TAX-RATE-PCT TO DEFAULT-TAX-RATE-PCT
                   SET DEFAULT-LOADED TO TRUE
               ELSE
                   IF CA1Y-TAX-COUNT < TAX-ROW-LIMIT
                       ADD 1 TO CA1Y-TAX-COUNT
                       MOVE CTLK-TAX-CATEGORY
                           TO CA1Y-TAX-CATEGORY(CA1Y-TAX-COUNT)
                       MOVE CTLK-TAX-JURISDICTION
                           TO CA1Y-TAX-JURISDICTION(CA1Y-TAX-COUNT)
                       MOVE CTLD-TAX-RATE-PCT
                           TO CA1Y-TAX-RATE-PCT(CA1Y-TAX-COUNT)
                   END-IF
               END-IF
           END-IF.
       Load-Next-Tax-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Rate every line and gather the lines into one tax line per
      * distinct rate. The edit run proves the lines sum to the order
      * total; an order that reached here without that proof has
      * the difference carried on its first tax line, so the
      * invoice's gross is still the total. An order with no lines
      * at all is one STANDARD-rated line for the whole total. More
      * distinct rates than the register holds fails the build - an
      * invoice whose tax can't be broken out is not one the
      * auditors will accept.
      * --------------------------------------------------------------
       Build-Tax-Lines section.
           MOVE ZEROS TO TAX-LINE-WORK.
           MOVE ZEROS TO TAX-LINE-GROSS-TABLE.
           MOVE 0 TO LINES-GROSS-SUM.
           PERFORM Load-Tax-Config.

           PERFORM Rate-Invoice-Item
               VARYING PDF-ITEM-IDX FROM 1 BY 1
               UNTIL PDF-ITEM-IDX > PDF-IN-ITEM-COUNT.

           IF TAX-LINE-COUNT = 0
               MOVE STANDARD-TAX-CATEGORY TO TAX-CATEGORY-IN
               PERFORM Resolve-Tax-Rate
               MOVE 0 TO LINE-GROSS-IN
               PERFORM Add-To-Tax-Line
           END-IF.

           IF PDF-IN-ORDER-TOTAL > LINES-GROSS-SUM
               COMPUTE TAX-LINE-GROSS(1) = TAX-LINE-GROSS(1)
                   + PDF-IN-ORDER-TOTAL - LINES-GROSS-SUM
           END-IF.
           IF PDF-IN-ORDER-TOTAL < LINES-GROSS-SUM
               COMPUTE TAX-LINE-GROSS(1) = TAX-LINE-GROSS(1)
                   - (LINES-GROSS-SUM - PDF-IN-ORDER-TOTAL)
           END-IF.
       Build-Tax-Lines-exit.
           exit.
      * --------------------------------------------------------------
      * Rate one line from its item's category and add its amount to
      * the tax line for that rate.
      * --------------------------------------------------------------
       Rate-Invoice-Item section.
           PERFORM Resolve-Item-Tax-Category.
           PERFORM Resolve-Tax-Rate.
           MOVE PDF-IN-ITEM-EXT-AMOUNT(PDF-ITEM-IDX) TO LINE-GROSS-IN.
           ADD LINE-GROSS-IN TO LINES-GROSS-SUM.
           PERFORM Add-To-Tax-Line.
       Rate-Invoice-Item-exit.
           exit.
      * --------------------------------------------------------------
      * The item's category off ITEMMAST; an item not on file, or
      * with no category keyed, is STANDARD.
      * --------------------------------------------------------------
       Resolve-Item-Tax-Category section.
           MOVE STANDARD-TAX-CATEGORY TO TAX-CATEGORY-IN.
           MOVE PDF-IN-ITEM-SKU(PDF-ITEM-IDX) TO ITM-SKU.
           EXEC CICS READ FILE(ITEM-FILE-NAME)
               INTO(CA1Y-ITEM-RECORD)
               RIDFLD(ITM-SKU)
               KEYLENGTH(LENGTH OF ITM-SKU)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND ITM-TAX-CATEGORY NOT = SPACES
               MOVE ITM-TAX-CATEGORY TO TAX-CATEGORY-IN
           END-IF.
       Resolve-Item-Tax-Category-exit.
           exit.
      * --------------------------------------------------------------
      * Look for the category at the customer's full jurisdiction,
      * then at the country alone, then with no jurisdiction, and
      * fall back to the DEFAULT row the way the other lookup tables
      * do.
      * --------------------------------------------------------------
       Resolve-Tax-Rate section.
           MOVE 'N' TO CA1Y-TAX-FOUND-SW.
           MOVE PDF-IN-TAX-JURISDICTION TO TAX-JURISDICTION-IN.
           PERFORM Search-Tax-Config.

           IF NOT CA1Y-TAX-FOUND
               AND TAX-JURISDICTION-IN(3:3) NOT = SPACES
               MOVE SPACES TO TAX-JURISDICTION-IN(3:3)
               PERFORM Search-Tax-Config
           END-IF.

           IF NOT CA1Y-TAX-FOUND
               AND TAX-JURISDICTION-IN NOT = SPACES
               MOVE SPACES TO TAX-JURISDICTION-IN
               PERFORM Search-Tax-Config
           END-IF.

           IF NOT CA1Y-TAX-FOUND
               MOVE CA1Y-TAX-RATE-PCT(CA1Y-TAX-COUNT)
                   TO LOOKUP-TAX-RATE
           END-IF.
       Resolve-Tax-Rate-exit.
           exit.
      * --------------------------------------------------------------
      * One pass of the table for the current category and
      * jurisdiction.
      * --------------------------------------------------------------
       Search-Tax-Config section.
           PERFORM Lookup-Tax-Config
               VARYING CA1Y-TAX-INDEX FROM 1 BY 1
               UNTIL CA1Y-TAX-INDEX > CA1Y-TAX-COUNT
               OR CA1Y-TAX-FOUND.
       Search-Tax-Config-exit.
           exit.
      * --------------------------------------------------------------
      * Test one rate row against the line's category and the
      * jurisdiction being tried.
      * --------------------------------------------------------------
       Lookup-Tax-Config section.
           IF CA1Y-TAX-CATEGORY(CA1Y-TAX-INDEX) = TAX-CATEGORY-IN
               AND CA1Y-TAX-JURISDICTION(CA1Y-TAX-INDEX)
                   = TAX-JURISDICTION-IN
               MOVE CA1Y-TAX-RATE-PCT(CA1Y-TAX-INDEX)
                   TO LOOKUP-TAX-RATE
               SET CA1Y-TAX-FOUND TO TRUE
           END-IF.
       Lookup-Tax-Config-exit.
           exit.
      * --------------------------------------------------------------
      * Add the line's amount to the tax line at its rate, opening a
      * new tax line for a rate not seen yet on this invoice.
      * --------------------------------------------------------------
       Add-To-Tax-Line section.
           MOVE 'N' TO TAX-LINE-FOUND-SW.
           PERFORM Match-Tax-Line
               VARYING TAX-LINE-IDX FROM 1 BY 1
               UNTIL TAX-LINE-IDX > TAX-LINE-COUNT
               OR TAX-LINE-FOUND.

           IF NOT TAX-LINE-FOUND
               IF TAX-LINE-COUNT >= TAX-LINE-LIMIT
                   SET PDF-BUILD-FAILED TO TRUE
               ELSE
                   ADD 1 TO TAX-LINE-COUNT
                   MOVE LOOKUP-TAX-RATE
                       TO TAX-LINE-RATE(TAX-LINE-COUNT)
                   MOVE LINE-GROSS-IN
                       TO TAX-LINE-GROSS(TAX-LINE-COUNT)
               END-IF
           END-IF.
       Add-To-Tax-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Test one tax line against the line's rate.
      * --------------------------------------------------------------
       Match-Tax-Line section.
           IF TAX-LINE-RATE(TAX-LINE-IDX) = LOOKUP-TAX-RATE
               ADD LINE-GROSS-IN TO TAX-LINE-GROSS(TAX-LINE-IDX)
               SET TAX-LINE-FOUND TO TRUE
           END-IF.
       Match-Tax-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Each tax line's amount is tax-inclusive: the line amounts sum
      * to the order total, which is the one amount the confirmation
      * emails bill, the payments are reconciled against, and the
      * dunning run chases - so the invoice's gross must be that
      * same amount, with the tax at each rate backed out of it
      * rather than added on top. Rounded to the penny per tax line,
      * the only rounding an invoice may carry. The currency the
      * invoice is in defaults the way the order record does.
      * --------------------------------------------------------------
       Compute-Invoice-Tax section.
           MOVE PDF-IN-TAX-JURISDICTION TO INVOICE-TAX-JURISDICTION.
           IF PDF-IN-CURRENCY-CODE = SPACES
               MOVE 'USD' TO XML-CURRENCY-CODE
           ELSE
               MOVE PDF-IN-CURRENCY-CODE TO XML-CURRENCY-CODE
           END-IF.

           MOVE PDF-IN-ORDER-TOTAL TO INVOICE-GROSS-AMOUNT.
           MOVE 0 TO INVOICE-NET-AMOUNT.
           MOVE 0 TO INVOICE-TAX-AMOUNT.
           PERFORM Compute-Tax-Line
               VARYING TAX-LINE-IDX FROM 1 BY 1
               UNTIL TAX-LINE-IDX > TAX-LINE-COUNT.

           IF TAX-LINE-COUNT = 1
               MOVE TAX-LINE-RATE(1) TO INVOICE-TAX-RATE
           ELSE
               MOVE 0 TO INVOICE-TAX-RATE
           END-IF.
       Compute-Invoice-Tax-exit.
           exit.
      * --------------------------------------------------------------
      * Back the tax out of one rate's gross.
      * --------------------------------------------------------------
       Compute-Tax-Line section.
           COMPUTE TAX-LINE-NET(TAX-LINE-IDX) ROUNDED =
               TAX-LINE-GROSS(TAX-LINE-IDX) * 100
               / (100 + TAX-LINE-RATE(TAX-LINE-IDX)).
           COMPUTE TAX-LINE-TAX(TAX-LINE-IDX) =
               TAX-LINE-GROSS(TAX-LINE-IDX)
               - TAX-LINE-NET(TAX-LINE-IDX).
           ADD TAX-LINE-NET(TAX-LINE-IDX) TO INVOICE-NET-AMOUNT.
           ADD TAX-LINE-TAX(TAX-LINE-IDX) TO INVOICE-TAX-AMOUNT.
       Compute-Tax-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Take the next gapless number: read the register's control
      * record for update (seeding it on the very first build), bump
      * it, and write the invoice's own register record as pending -
      * --------------------------------------------------------------
       Assign-Invoice-Number section.
           MOVE 0 TO ASSIGNED-INVOICE-NUMBER.
           MOVE 'I' TO ASSIGNED-RECORD-TYPE.
           PERFORM Read-Register-Control.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET PDF-BUILD-FAILED TO TRUE
           ELSE
               COMPUTE ASSIGNED-INVOICE-NUMBER =
                   INVC-LAST-ASSIGNED + 1
               MOVE ASSIGNED-INVOICE-NUMBER TO INVC-LAST-ASSIGNED
               EXEC CICS REWRITE FILE(INVOICE-FILE-NAME)
                   FROM(CA1Y-INVOICE-RECORD)
               END-EXEC

               MOVE 'I'                  TO INV-RECORD-TYPE
               MOVE ASSIGNED-INVOICE-NUMBER TO INV-NUMBER
               MOVE PDF-IN-ORDER-NUMBER  TO INV-ORDER-NUMBER
               MOVE EIBDATE              TO INV-BUILD-DATE
               MOVE EIBTIME              TO INV-BUILD-TIME
               MOVE INVOICE-NET-AMOUNT   TO INV-NET-AMOUNT
               MOVE INVOICE-TAX-RATE     TO INV-TAX-RATE
               MOVE INVOICE-TAX-AMOUNT   TO INV-TAX-AMOUNT
               MOVE INVOICE-GROSS-AMOUNT TO INV-GROSS-AMOUNT
               MOVE 'P'                  TO INV-STATUS
               MOVE INVOICE-TAX-JURISDICTION TO INV-TAX-JURISDICTION
               MOVE XML-CURRENCY-CODE    TO INV-CURRENCY-CODE
               MOVE TAX-LINE-WORK        TO INV-TAX-LINES
               MOVE 0                    TO INV-ORIGINAL-NUMBER
               MOVE 0                    TO INV-CREDITED-BY
               EXEC CICS WRITE FILE(INVOICE-FILE-NAME)
                   FROM(CA1Y-INVOICE-RECORD)
                   RIDFLD(INV-KEY)
                   KEYLENGTH(LENGTH OF INV-KEY)
               END-EXEC
           END-IF.
       Assign-Invoice-Number-exit.
           exit.
      * --------------------------------------------------------------
      * Read the register's control record for update, writing it
      * first if the register is empty. WS-RESP says whether the
      * caller now holds it.
      * --------------------------------------------------------------
       Read-Register-Control section.
           MOVE 'I' TO INV-RECORD-TYPE.
           MOVE 0 TO INV-NUMBER.
           EXEC CICS READ FILE(INVOICE-FILE-NAME)
               INTO(CA1Y-INVOICE-RECORD)
               RIDFLD(INV-KEY)
               KEYLENGTH(LENGTH OF INV-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND)
               MOVE LOW-VALUES TO CA1Y-INVOICE-RECORD
               MOVE 'I' TO INVC-RECORD-TYPE
               MOVE 0 TO INVC-NUMBER
               MOVE 0 TO INVC-LAST-ASSIGNED
               MOVE 0 TO INVC-LAST-CREDIT-NOTE
               EXEC CICS WRITE FILE(INVOICE-FILE-NAME)
                   FROM(CA1Y-INVOICE-RECORD)
                   RIDFLD(INVC-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'I' TO INV-RECORD-TYPE
                   MOVE 0 TO INV-NUMBER
                   EXEC CICS READ FILE(INVOICE-FILE-NAME)
                       INTO(CA1Y-INVOICE-RECORD)
                       RIDFLD(INV-KEY)
                       KEYLENGTH(LENGTH OF INV-KEY)
                       UPDATE
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.
       Read-Register-Control-exit.
           exit.
      * --------------------------------------------------------------
      * A credit note's number comes from the credit series on the
      * same control record. The invoice is checked while the
      * control record is held, so two reversals of one invoice
      * can't both pass: one that isn't issued, or was already
      * credited, fails the build without taking a number. Otherwise
      * the number is taken, the invoice marked as credited by it,
      * and the credit note written pending with the invoice's
      * amounts reversed - all in this unit of work.
      * --------------------------------------------------------------
       Assign-Credit-Note-Number section.
           MOVE 0 TO ASSIGNED-INVOICE-NUMBER.
           MOVE 'C' TO ASSIGNED-RECORD-TYPE.
           PERFORM Read-Register-Control.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET PDF-BUILD-FAILED TO TRUE
           ELSE
               MOVE CA1Y-INVOICE-RECORD TO REGISTER-CONTROL-SAVE
               PERFORM Load-Original-Invoice
               IF PDF-BUILD-FAILED
                   EXEC CICS UNLOCK FILE(INVOICE-FILE-NAME) END-EXEC
               ELSE
                   MOVE REGISTER-CONTROL-SAVE TO CA1Y-INVOICE-RECORD
                   COMPUTE ASSIGNED-INVOICE-NUMBER =
                       INVC-LAST-CREDIT-NOTE + 1
                   MOVE ASSIGNED-INVOICE-NUMBER
                       TO INVC-LAST-CREDIT-NOTE
                   EXEC CICS REWRITE FILE(INVOICE-FILE-NAME)
                       FROM(CA1Y-INVOICE-RECORD)
                   END-EXEC
                   PERFORM Mark-Original-Credited
                   PERFORM Write-Credit-Note-Record
               END-IF
           END-IF.
       Assign-Credit-Note-Number-exit.
           exit.
      * --------------------------------------------------------------
      * The invoice being reversed must be on the register, issued,
      * and not credited already. Its amounts, tax lines,
      * jurisdiction and currency become the credit note's - a
      * register record from before tax lines were kept is one line
      * at its own rate.
      * --------------------------------------------------------------
       Load-Original-Invoice section.
           MOVE 'I' TO INV-RECORD-TYPE.
           MOVE PDF-IN-ORIGINAL-INVOICE TO INV-NUMBER.
           EXEC CICS READ FILE(INVOICE-FILE-NAME)
               INTO(CA1Y-INVOICE-RECORD)
               RIDFLD(INV-KEY)
               KEYLENGTH(LENGTH OF INV-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR PDF-IN-ORIGINAL-INVOICE = 0
               OR NOT INV-ISSUED
               OR INV-CREDITED-BY NOT = 0
               SET PDF-BUILD-FAILED TO TRUE
           ELSE
               MOVE INV-NET-AMOUNT       TO INVOICE-NET-AMOUNT
               MOVE INV-TAX-RATE         TO INVOICE-TAX-RATE
               MOVE INV-TAX-AMOUNT       TO INVOICE-TAX-AMOUNT
               MOVE INV-GROSS-AMOUNT     TO INVOICE-GROSS-AMOUNT
               MOVE INV-TAX-JURISDICTION TO INVOICE-TAX-JURISDICTION
               IF INV-CURRENCY-CODE = SPACES
                   MOVE 'USD' TO XML-CURRENCY-CODE
               ELSE
                   MOVE INV-CURRENCY-CODE TO XML-CURRENCY-CODE
               END-IF
               MOVE ZEROS TO TAX-LINE-WORK
               IF INV-TAX-LINE-COUNT IS NUMERIC
                   AND INV-TAX-LINE-COUNT > 0
                   MOVE INV-TAX-LINE-COUNT TO TAX-LINE-COUNT
                   PERFORM Load-Original-Tax-Line
                       VARYING TAX-LINE-IDX FROM 1 BY 1
                       UNTIL TAX-LINE-IDX > TAX-LINE-COUNT
               ELSE
                   MOVE 1                  TO TAX-LINE-COUNT
                   MOVE INV-TAX-RATE       TO TAX-LINE-RATE(1)
                   MOVE INV-NET-AMOUNT     TO TAX-LINE-NET(1)
                   MOVE INV-TAX-AMOUNT     TO TAX-LINE-TAX(1)
               END-IF
           END-IF.
       Load-Original-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * Copy one of the invoice's tax lines.
      * --------------------------------------------------------------
       Load-Original-Tax-Line section.
           MOVE INV-LINE-TAX-RATE(TAX-LINE-IDX)
               TO TAX-LINE-RATE(TAX-LINE-IDX).
           MOVE INV-LINE-NET-AMOUNT(TAX-LINE-IDX)
               TO TAX-LINE-NET(TAX-LINE-IDX).
           MOVE INV-LINE-TAX-AMOUNT(TAX-LINE-IDX)
               TO TAX-LINE-TAX(TAX-LINE-IDX).
       Load-Original-Tax-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Record on the invoice which credit note reversed it.
      * --------------------------------------------------------------
       Mark-Original-Credited section.
           MOVE 'I' TO INV-RECORD-TYPE.
           MOVE PDF-IN-ORIGINAL-INVOICE TO INV-NUMBER.
           EXEC CICS READ FILE(INVOICE-FILE-NAME)
               INTO(CA1Y-INVOICE-RECORD)
               RIDFLD(INV-KEY)
               KEYLENGTH(LENGTH OF INV-KEY)
               UPDATE
           END-EXEC.
           MOVE ASSIGNED-INVOICE-NUMBER TO INV-CREDITED-BY.
           EXEC CICS REWRITE FILE(INVOICE-FILE-NAME)
               FROM(CA1Y-INVOICE-RECORD)
           END-EXEC.
       Mark-Original-Credited-exit.
           exit.
      * --------------------------------------------------------------
      * The credit note's register record, pending: the invoice's
      * figures with the sign turned over, rate for rate.
      * --------------------------------------------------------------
       Write-Credit-Note-Record section.
           MOVE 'C'                     TO INV-RECORD-TYPE.
           MOVE ASSIGNED-INVOICE-NUMBER TO INV-NUMBER.
           MOVE PDF-IN-ORDER-NUMBER     TO INV-ORDER-NUMBER.
           MOVE EIBDATE                 TO INV-BUILD-DATE.
           MOVE EIBTIME                 TO INV-BUILD-TIME.
           COMPUTE INV-NET-AMOUNT   = 0 - INVOICE-NET-AMOUNT.
           MOVE INVOICE-TAX-RATE        TO INV-TAX-RATE.
           COMPUTE INV-TAX-AMOUNT   = 0 - INVOICE-TAX-AMOUNT.
           COMPUTE INV-GROSS-AMOUNT = 0 - INVOICE-GROSS-AMOUNT.
           MOVE 'P'                     TO INV-STATUS.
           MOVE INVOICE-TAX-JURISDICTION TO INV-TAX-JURISDICTION.
           MOVE XML-CURRENCY-CODE       TO INV-CURRENCY-CODE.
           MOVE ZEROS                   TO INV-TAX-LINES.
           MOVE TAX-LINE-COUNT          TO INV-TAX-LINE-COUNT.
           PERFORM Reverse-Tax-Line
               VARYING TAX-LINE-IDX FROM 1 BY 1
               UNTIL TAX-LINE-IDX > TAX-LINE-COUNT.
           MOVE PDF-IN-ORIGINAL-INVOICE TO INV-ORIGINAL-NUMBER.
           MOVE 0                       TO INV-CREDITED-BY.
           EXEC CICS WRITE FILE(INVOICE-FILE-NAME)
               FROM(CA1Y-INVOICE-RECORD)
               RIDFLD(INV-KEY)
               KEYLENGTH(LENGTH OF INV-KEY)
           END-EXEC.
       Write-Credit-Note-Record-exit.
           exit.
      * --------------------------------------------------------------
      * One tax line, reversed.
      * --------------------------------------------------------------
       Reverse-Tax-Line section.
           MOVE TAX-LINE-RATE(TAX-LINE-IDX)
               TO INV-LINE-TAX-RATE(TAX-LINE-IDX).
           COMPUTE INV-LINE-NET-AMOUNT(TAX-LINE-IDX) =
               0 - TAX-LINE-NET(TAX-LINE-IDX).
           COMPUTE INV-LINE-TAX-AMOUNT(TAX-LINE-IDX) =
               0 - TAX-LINE-TAX(TAX-LINE-IDX).
       Reverse-Tax-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Settle the pending register record: issued when the PDF is
      * good, void when the build failed after the number was taken.
      * The number is never handed back - a voided row is how a
      * gapless sequence records a failure. A void credit note
      * reversed nothing, so the invoice it named is released to be
      * credited again.
      * --------------------------------------------------------------
       Finalize-Invoice-Register section.
           IF ASSIGNED-INVOICE-NUMBER > 0
               MOVE ASSIGNED-RECORD-TYPE    TO INV-RECORD-TYPE
               MOVE ASSIGNED-INVOICE-NUMBER TO INV-NUMBER
               EXEC CICS READ FILE(INVOICE-FILE-NAME)
                   INTO(CA1Y-INVOICE-RECORD)
                   RIDFLD(INV-KEY)
                   KEYLENGTH(LENGTH OF INV-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
                       FROM(CA1Y-INVOICE-RECORD)
                   END-EXEC
               END-IF
               IF PDF-BUILD-CREDIT-NOTE AND PDF-BUILD-FAILED
                   PERFORM Release-Original-Invoice
               END-IF
           END-IF.
       Finalize-Invoice-Register-exit.
           exit.
      * --------------------------------------------------------------
      * Clear the credited-by mark a void credit note left.
      * --------------------------------------------------------------
       Release-Original-Invoice section.
           MOVE 'I' TO INV-RECORD-TYPE.
           MOVE PDF-IN-ORIGINAL-INVOICE TO INV-NUMBER.
           EXEC CICS READ FILE(INVOICE-FILE-NAME)
               INTO(CA1Y-INVOICE-RECORD)
               RIDFLD(INV-KEY)
               KEYLENGTH(LENGTH OF INV-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 0 TO INV-CREDITED-BY
               EXEC CICS REWRITE FILE(INVOICE-FILE-NAME)
                   FROM(CA1Y-INVOICE-RECORD)
               END-EXEC
           END-IF.
       Release-Original-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * A bad response means no PDF came back - save the config
      * container (the XML/XSLT properties CA1Y would have converted)
      * so CA1YDLQR can retry the LINK to CA1Y later instead of this
