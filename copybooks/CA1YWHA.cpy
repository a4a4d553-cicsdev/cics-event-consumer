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
      * The warehouse pick-amendment message: what CA1YAMND puts to
      * the warehouse's MQ queue when customer service changes an
      * order before it ships, so the pick ticket is cut for what
      * the customer now wants rather than what they first asked
      * for. Same delivery machinery as the order and cancel
      * messages (CA1YWHM.cpy, CA1YWHC.cpy): the message rides the
      * WHSEMSG container alongside the queue name on WHSEQ, and
      * CA1YMQPW does the MQPUT. WHA-ACTION tells the warehouse side
      * it is an amendment.
      *
      * The item table is the order's complete revised line list, in
      * the same fixed 50-entry shape as the order message, so the
      * warehouse replaces the pick outright instead of applying
      * differences to it. A line the customer removed is simply not
      * there.
      *
      *****************************************************************
       01 CA1Y-WAREHOUSE-AMEND.
           02 WHA-ACTION            PIC X(08) VALUE 'AMEND   '.
           02 WHA-ORDER-NUMBER      PIC 9(08) VALUE 0.
           02 WHA-ORDER-TOTAL       PIC 9(09)V99 VALUE 0.
           02 WHA-ITEM-COUNT        PIC 9(03) VALUE 0.
           02 WHA-ITEM OCCURS 50 TIMES.
               03 WHA-ITEM-SKU         PIC X(08).
               03 WHA-ITEM-QUANTITY    PIC 9(03).
               03 WHA-ITEM-DESCRIPTION PIC X(20).
