      * Move the master's name and the current order record's fields
      * into CA1YCOB4's COMMAREA shape - the whole order now, item
      * table and total included, so the PDF that comes back is an
      * itemized invoice rather than a name in a box - with the
      * master's tax jurisdiction to rate it for.
      * --------------------------------------------------------------
       Build-Pdf-Request section.
           MOVE CUST-REC-NAME    TO PDF-IN-CUST-NAME.
           MOVE ORD-ORDER-NUMBER TO PDF-IN-ORDER-NUMBER.
           MOVE ORD-ORDER-TOTAL  TO PDF-IN-ORDER-TOTAL.
           MOVE ORD-CURRENCY-CODE TO PDF-IN-CURRENCY-CODE.
           MOVE CUST-REC-TAX-JURISDICTION TO PDF-IN-TAX-JURISDICTION.
           SET PDF-BUILD-INVOICE TO TRUE.
           MOVE 0 TO PDF-IN-ORIGINAL-INVOICE.
           MOVE SPACES TO PDF-IN-CREDIT-REASON.
           MOVE ORD-ITEM-COUNT   TO PDF-IN-ITEM-COUNT.
           PERFORM Load-Pdf-Item
               VARYING ORD-ITEM-IDX FROM 1 BY 1
           MOVE EIBTIME          TO DOC-BUILD-TIME.
           MOVE ORD-CUST-NUMBER  TO DOC-CUST-NUMBER.
           MOVE PDF-OUT-INVOICE-NUMBER TO DOC-INVOICE-NUMBER.
           SET DOC-IS-INVOICE TO TRUE.
           MOVE PDF-DATA-LENGTH  TO DOC-PDF-LENGTH.
           MOVE PDF-DATA         TO DOC-PDF-DATA.

