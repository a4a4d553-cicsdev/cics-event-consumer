      * still resolve their descriptions, but the edit rejects new
      * orders against it.
      *
      * CA1YITMM maintains this file online. Prices are effective-
      * dated on PRICEHST (copybooks/CA1YPRH.cpy); ITM-CURRENT-PRICE
      * is the price the item was added at, or the last change whose
      * date had arrived when the item was next maintained, and is
      * what an item with no PRICEHST row on or before an order's
      * date is priced at. A price change never takes effect on the
      * day it is keyed: it is staged in ITM-PENDING-PRICE with its
      * 0CYYDDD date in ITM-PENDING-DATE (zero when nothing is
      * staged), and CA1YITMM moves it into ITM-CURRENT-PRICE the
      * first time it maintains the item on or after that date.
      *
      * ITM-TAX-CATEGORY is the item's class for tax - STANDARD,
      * REDUCED, ZERO or EXEMPT. CA1YCOB4 rates each invoice line by
      * its item's category and the customer's jurisdiction; a blank
      * category is rated as STANDARD.
      *
      *****************************************************************
       01 CA1Y-ITEM-RECORD.
           02 ITM-SKU               PIC X(08) VALUE SPACES.
           02 ITM-STATUS            PIC X(01) VALUE 'A'.
               88 ITM-ACTIVE        VALUE 'A'.
               88 ITM-INACTIVE      VALUE 'I'.
           02 ITM-TAX-CATEGORY      PIC X(08) VALUE 'STANDARD'.
           02 ITM-PENDING-PRICE     PIC 9(05)V99 VALUE 0.
           02 ITM-PENDING-DATE      PIC 9(07) VALUE 0.
       01 ITEM-FILE-NAME            PIC X(08) VALUE 'ITEMMAST'.
