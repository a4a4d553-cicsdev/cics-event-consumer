      * orders, wholesale EDI, ...) gets its own channel so its CA1Y
      * configuration and .evbind routing can differ without the
      * container names of one order source colliding with another's.
      * CA1YCHNL loads it from the CHNL rows on CTLFILE.
      *
      *****************************************************************
       01 CA1Y-CHANNEL-CONFIG.
           02 CA1Y-CHANNEL-COUNT    PIC 9(02) VALUE 0.
           02 CA1Y-CHANNEL-ENTRY OCCURS 20 TIMES
                                   INDEXED BY CA1Y-CHANNEL-IDX.
               03 CA1Y-CHANNEL-SOURCE  PIC X(08).
               03 CA1Y-CHANNEL-NAME    PIC X(16).
