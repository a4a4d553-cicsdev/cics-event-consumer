               88 CUST-REC-ACTIVE   VALUE 'A'.
               88 CUST-REC-MERGED   VALUE 'M'.
           02 CUST-REC-MERGED-TO    PIC 9(08) VALUE 0.
      * --------------------------------------------------------------
      * The rest of the postal address. ADDR1 alone was enough for a
      * warehouse label but not to say which tax authority an
      * invoice answers to: the country (ISO two-letter code) and,
      * where tax differs within it, the state or province code
      * together make up the jurisdiction CA1YCOB4 rates the invoice
      * for. A blank jurisdiction is rated at the DEFAULT row.
      * --------------------------------------------------------------
           02 CUST-REC-ADDR2        PIC X(20) VALUE SPACES.
           02 CUST-REC-CITY         PIC X(20) VALUE SPACES.
           02 CUST-REC-POSTCODE     PIC X(10) VALUE SPACES.
           02 CUST-REC-TAX-JURISDICTION.
               03 CUST-REC-COUNTRY      PIC X(02) VALUE SPACES.
               03 CUST-REC-REGION       PIC X(03) VALUE SPACES.
      * --------------------------------------------------------------
      * The most this customer may owe us at once: CA1YEDT1 holds any
      * order that would take the customer's open balance past it
      * on the HOLDORD file for credit control (CA1YHLDQ) instead of
      * passing it to the fan-out. Zero means no limit - the web
      * storefront's customers pay up front, and every record
      * written before the field existed carries zero. Set through
      * CA1YCUSM.
      * --------------------------------------------------------------
           02 CUST-REC-CREDIT-LIMIT PIC 9(09)V99 VALUE 0.
       01 CUSTOMER-FILE-NAME        PIC X(08) VALUE 'CUSTMAST'.
