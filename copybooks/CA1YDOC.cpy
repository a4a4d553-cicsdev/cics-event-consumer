           02 DOC-INVOICE-NUMBER     PIC 9(08) VALUE 0.
           02 DOC-PDF-LENGTH         PIC 9(8) COMP VALUE 0.
           02 DOC-PDF-DATA           PIC X(10240) VALUE SPACES.
      * --------------------------------------------------------------
      * Which kind of document this is: an invoice, or a credit note
      * (CA1YCRN1) - when it is a credit note, DOC-INVOICE-NUMBER is
      * the credit note's own number from the register's credit
      * series. Documents stored before credit notes existed carry
      * a space here and are invoices.
      * --------------------------------------------------------------
           02 DOC-DOCUMENT-TYPE      PIC X(01) VALUE 'I'.
               88 DOC-IS-INVOICE     VALUE 'I' ' '.
               88 DOC-IS-CREDIT-NOTE VALUE 'C'.
       01 DOCUMENT-FILE-NAME         PIC X(08) VALUE 'DOCSTORE'.
