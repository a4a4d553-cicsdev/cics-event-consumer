      * before the quantities existed carries zero in both, and
      * CA1YSTAV treats that as the old one-consignment world.
      *
      * Backordered ('B') is placed-but-waiting: the fan-out could
      * not allocate every unit from STOCKPOS, so nothing went to the
      * warehouse and the order sits on BACKORD until CA1YBKO1 fills
      * it. A payment while it waits moves it to 'W' (backordered and
      * paid) so the release can put it back where it would have
      * been - placed or paid - without losing the payment. Neither
      * can ship; either can be cancelled.
      *
      *****************************************************************
       01 CA1Y-ORDER-STATUS-RECORD.
           02 OSTAT-ORDER-NUMBER    PIC 9(08) VALUE 0.
           02 OSTAT-STATUS          PIC X(01) VALUE 'P'.
               88 OSTAT-PLACED      VALUE 'P'.
               88 OSTAT-PAID        VALUE 'Y'.
               88 OSTAT-BACKORDERED VALUE 'B' 'W'.
               88 OSTAT-BACKORDERED-PAID VALUE 'W'.
               88 OSTAT-PART-SHIPPED VALUE 'T'.
               88 OSTAT-SHIPPED     VALUE 'S'.
               88 OSTAT-DELIVERED   VALUE 'D'.
