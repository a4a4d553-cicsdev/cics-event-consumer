               88 CONTACT-SMS-ONLY      VALUE 'S'.
               88 CONTACT-EMAIL-AND-SMS VALUE 'B'.
           02 CUST-LOCALE        PIC X(05) VALUE 'en-US'.
           02 CUST-TAX-JURISDICTION PIC X(05) VALUE 'USNY '.
      * --------------------------------------------------------------
      * The order this confirmation is for - the same single demo
      * order CA1YCOB1 signals. Its fields feed CA1YCOB4, which
           MOVE ORDER-NUMBER         TO PDF-IN-ORDER-NUMBER.
           MOVE ORDER-TOTAL          TO PDF-IN-ORDER-TOTAL.
           MOVE ORDER-CURRENCY       TO PDF-IN-CURRENCY-CODE.
           MOVE CUST-TAX-JURISDICTION TO PDF-IN-TAX-JURISDICTION.
           SET PDF-BUILD-INVOICE TO TRUE.
           MOVE 0 TO PDF-IN-ORIGINAL-INVOICE.
           MOVE SPACES TO PDF-IN-CREDIT-REASON.
           MOVE ORDER-ITEM-COUNT     TO PDF-IN-ITEM-COUNT.
           MOVE ORDER-ITEM-SKU       TO PDF-IN-ITEM-SKU(1).
           MOVE ORDER-ITEM-QUANTITY  TO PDF-IN-ITEM-QUANTITY(1).
