           02 PDF-IN-ORDER-NUMBER     PIC 9(08).
           02 PDF-IN-ORDER-TOTAL      PIC 9(09)V99.
           02 PDF-IN-CURRENCY-CODE    PIC X(03).
      * --------------------------------------------------------------
      * The customer's tax jurisdiction off CUSTMAST (country code
      * then state or province code); blank rates the invoice at the
      * DEFAULT row. Each item's tax category CA1YCOB4 reads off
      * ITEMMAST for itself by SKU.
      * --------------------------------------------------------------
           02 PDF-IN-TAX-JURISDICTION PIC X(05).
      * --------------------------------------------------------------
      * What to build. An invoice takes the next invoice number and
      * rates the lines. A credit note reverses the issued invoice
      * named in PDF-IN-ORIGINAL-INVOICE: it takes the next number
      * from the credit series, carries the invoice's own tax lines
      * rather than re-rating them, and prints the reason given.
      * --------------------------------------------------------------
           02 PDF-IN-DOCUMENT-TYPE    PIC X(01).
               88 PDF-BUILD-INVOICE   VALUE 'I'.
               88 PDF-BUILD-CREDIT-NOTE VALUE 'C'.
           02 PDF-IN-ORIGINAL-INVOICE PIC 9(08).
           02 PDF-IN-CREDIT-REASON    PIC X(40).
           02 PDF-IN-ITEM-COUNT       PIC 9(03).
           02 PDF-IN-ITEM OCCURS 50 TIMES.
               03 PDF-IN-ITEM-SKU         PIC X(08).
      * The invoice number the register assigned for this build -
      * callers that archive the PDF (CA1YBAT2, onto DOCSTORE) keep
      * it alongside, so a re-send carries the same legal number.
      * For a credit note it is the credit note's number. Zero when
      * the build never got as far as an assignment - for a credit
      * note, because the invoice was not issued or was already
      * credited.
      * --------------------------------------------------------------
           02 PDF-OUT-INVOICE-NUMBER  PIC 9(08).
