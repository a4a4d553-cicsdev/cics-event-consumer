      * assignment and the build outcome; a crash mid-build backs
      * both the counter and the pending record out together.
      *
      * A cancellation or a refund does not touch the invoice: it
      * issues a credit note ('C' records), numbered from a gapless
      * series of its own kept on the same control record, carrying
      * the invoice's net, tax and gross reversed - negative - and
      * the invoice number it reverses. The invoice in turn records
      * which credit note reversed it, so it can be credited once.
      * The register is keyed record type then number, so the two
      * series never collide.
      *
      * The tax is broken out per rate: an order mixing standard and
      * reduced-rate items carries one INV-TAX-LINE per rate, each
      * with the net and tax backed out of the lines at that rate,
      * and the jurisdiction and currency they were rated for - the
      * filing report (CA1YRPT7) totals those lines. INV-TAX-RATE is
      * the rate when there is only one, and zero when there are
      * several.
      *
      *****************************************************************
       01 CA1Y-INVOICE-RECORD.
           02 INV-KEY.
               03 INV-RECORD-TYPE       PIC X(01) VALUE 'I'.
                   88 INV-INVOICE       VALUE 'I'.
                   88 INV-CREDIT-NOTE   VALUE 'C'.
               03 INV-NUMBER            PIC 9(08) VALUE 0.
           02 INV-ORDER-NUMBER      PIC 9(08) VALUE 0.
           02 INV-BUILD-DATE        PIC 9(07) VALUE 0.
           02 INV-BUILD-TIME        PIC 9(07) VALUE 0.
           02 INV-NET-AMOUNT        PIC S9(09)V99 VALUE 0.
           02 INV-TAX-RATE          PIC 9(02)V99 VALUE 0.
           02 INV-TAX-AMOUNT        PIC S9(09)V99 VALUE 0.
           02 INV-GROSS-AMOUNT      PIC S9(09)V99 VALUE 0.
           02 INV-STATUS            PIC X(01) VALUE 'P'.
               88 INV-PENDING       VALUE 'P'.
               88 INV-ISSUED        VALUE 'I'.
               88 INV-VOID          VALUE 'V'.
           02 INV-TAX-JURISDICTION  PIC X(05) VALUE SPACES.
           02 INV-CURRENCY-CODE     PIC X(03) VALUE SPACES.
           02 INV-TAX-LINES.
               03 INV-TAX-LINE-COUNT    PIC 9(01).
               03 INV-TAX-LINE OCCURS 5 TIMES.
                   04 INV-LINE-TAX-RATE     PIC 9(02)V99.
                   04 INV-LINE-NET-AMOUNT   PIC S9(09)V99.
                   04 INV-LINE-TAX-AMOUNT   PIC S9(09)V99.
      * --------------------------------------------------------------
      * On a credit note, the invoice it reverses; on an invoice, the
      * credit note that reversed it - zero until one does.
      * --------------------------------------------------------------
           02 INV-ORIGINAL-NUMBER   PIC 9(08) VALUE 0.
           02 INV-CREDITED-BY       PIC 9(08) VALUE 0.
      * --------------------------------------------------------------
      * The control record, key 'I' and zero: the last invoice
      * number assigned, carried where the order number sits on a
      * real register record, and the last credit-note number after
      * it.
      * --------------------------------------------------------------
       01 CA1Y-INVOICE-CONTROL REDEFINES CA1Y-INVOICE-RECORD.
           02 INVC-KEY.
               03 INVC-RECORD-TYPE      PIC X(01).
               03 INVC-NUMBER           PIC 9(08).
           02 INVC-LAST-ASSIGNED    PIC 9(08).
           02 INVC-LAST-CREDIT-NOTE PIC 9(08).
           02 FILLER                PIC X(199).
       01 INVOICE-FILE-NAME         PIC X(08) VALUE 'INVREG  '.
