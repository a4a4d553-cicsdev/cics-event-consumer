           exit.
      * --------------------------------------------------------------
      * The master record stays - order records point at the number -
      * but everything identifying on it becomes the marker. The
      * country and region stay: they identify nobody, and they are
      * the jurisdiction the customer's invoices were filed under.
      * --------------------------------------------------------------
       Erase-Customer-Master section.
           MOVE ERASED-MARKER TO CUST-REC-NAME.
           MOVE ERASED-MARKER TO CUST-REC-ADDR1.
           MOVE ERASED-MARKER TO CUST-REC-EMAIL.
           MOVE ERASED-MARKER TO CUST-REC-PHONE.
           MOVE ERASED-MARKER TO CUST-REC-ADDR2.
           MOVE ERASED-MARKER TO CUST-REC-CITY.
           MOVE ERASED-MARKER TO CUST-REC-POSTCODE.
           REWRITE CA1Y-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY 'CA1YERA1: CUSTMAST REWRITE FAILED'
