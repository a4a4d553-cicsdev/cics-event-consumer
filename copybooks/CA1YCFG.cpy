      * stylesheet can each live somewhere different in test versus
      * production without a separate load module per region. The
      * last entry, APPLID 'DEFAULT ', matches any APPLID not listed
      * explicitly. CA1YCFGL loads it from the CFGL rows on CTLFILE.
      *
      *****************************************************************
       01 CA1Y-REGION-CONFIG.
           02 CA1Y-REGION-COUNT        PIC 9(02) VALUE 0.
           02 CA1Y-REGION-ENTRY OCCURS 20 TIMES
                               INDEXED BY CA1Y-REGION-IDX.
               03 CA1Y-REGION-APPLID      PIC X(08).
               03 CA1Y-REGION-PROPS-PATH  PIC X(64).
                                          PIC X(64).
               03 CA1Y-REGION-STMT-XSLT-PATH
                                          PIC X(64).
               03 CA1Y-REGION-CREDIT-XSLT-PATH
                                          PIC X(64).
       01 CA1Y-REGION-INDEX            PIC 9(02) VALUE 0.
       01 CA1Y-REGION-FOUND-SW         PIC X(01) VALUE 'N'.
           88 CA1Y-REGION-FOUND        VALUE 'Y'.
