      *****************************************************************
      * Licensed Materials - Property of IBM
      *
      * cics-event-consumer
      *
      * (c) Copyright IBM Corp. 2012 - 2024 All Rights Reserved
      *
      *  US Government Users Restricted Rights - Use, duplication,
      *  or disclosure restricted by GSA ADP Schedule Contract with
      *  IBM Corporation.
      *****************************************************************
      *
      * COMMAREA layout shared between the programs that move stock
      * (as callers) and CA1YSTKU, the STOCKPOS updater they LINK to
      * once per SKU. Copied under a 01 DFHCOMMAREA in the updater
      * and under a locally named 01 in each caller, the same way
      * CA1YSTAC.cpy is shared with CA1YSTAV.
      *
      * The action says what happened to STK-IN-QUANTITY units:
      *
      *   'A' allocate   - an order line wants them: as many as are
      *                    free are allocated, the rest are counted
      *                    backordered and come back in STK-OUT-SHORT;
      *   'F' fill       - a backordered line wants them: allocated
      *                    only if every unit is free, otherwise
      *                    nothing moves and STK-OUT-FILL-REFUSED;
      *   'K' keep short - undo a fill: back from allocated to
      *                    backordered;
      *   'U' unallocate - an order gave up units it had allocated
      *                    (cancelled, or a rerun backing out);
      *   'X' unbackorder- an order gave up units it was waiting for;
      *   'S' ship       - units left in a consignment: off the shelf
      *                    and out of allocated;
      *   'R' return     - checked-in goods back on the shelf;
      *   'G' receipt    - new stock in from a supplier.
      *
      * Decrements stop at zero rather than going negative - an order
      * placed before the SKU was counted in can ship or cancel
      * without ever having allocated.
      *
      *****************************************************************
           02 STK-IN-ACTION            PIC X(01).
               88 STK-ALLOCATE         VALUE 'A'.
               88 STK-FILL-BACKORDER   VALUE 'F'.
               88 STK-KEEP-SHORT       VALUE 'K'.
               88 STK-UNALLOCATE       VALUE 'U'.
               88 STK-UNBACKORDER      VALUE 'X'.
               88 STK-SHIP             VALUE 'S'.
               88 STK-RETURN           VALUE 'R'.
               88 STK-RECEIPT          VALUE 'G'.
           02 STK-IN-SKU               PIC X(08).
           02 STK-IN-QUANTITY          PIC 9(05).
           02 STK-OUT-RESULT           PIC X(01).
               88 STK-OUT-DONE         VALUE 'Y'.
               88 STK-OUT-NOT-TRACKED  VALUE 'N'.
               88 STK-OUT-FILL-REFUSED VALUE 'R'.
           02 STK-OUT-ALLOCATED        PIC 9(05).
           02 STK-OUT-SHORT            PIC 9(05).
