           02 CFG-OUT-INVOICE-XSLT-PATH
                                     PIC X(64).
           02 CFG-OUT-STMT-XSLT-PATH PIC X(64).
           02 CFG-OUT-CREDIT-XSLT-PATH
                                     PIC X(64).
