      * many units are still to ship after this consignment - what
      * the customer's email calls "still to come". Events that carry
      * no quantities leave the IN fields alone; CA1YSTAV never looks
      * at them for anything but OrderPlaced, OrderShipped and
      * OrderAmended. An OrderBackordered is an OrderPlaced the
      * shelf couldn't cover, and supplies the order quantity the
      * same way; an OrderAmended supplies the order's revised unit
      * count in the same field.
      *
      *****************************************************************
           02 STAT-IN-EVENT-NAME       PIC X(32).
