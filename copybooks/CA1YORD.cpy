      * mispriced order surfaces as a rejection instead of a wrong
      * amount on a confirmation. ORD-ITEM-SKU keys the ITEMMAST
      * master (copybooks/CA1YITM.cpy); the edit proves the keyed
      * unit price against the price in force on the order date
      * (copybooks/CA1YPRH.cpy) and replaces the keyed description
      * with the canonical one, so everything downstream renders the
      * item the same way.
      * --------------------------------------------------------------
       01 CA1Y-ORDER-RECORD.
           02 ORD-ORDER-NUMBER      PIC 9(08).
      * everything written before the field existed.
      * --------------------------------------------------------------
           02 ORD-ORDER-SOURCE      PIC X(08).
      * --------------------------------------------------------------
      * The day the order was taken, 0CYYDDD like the EIBDATE stamps.
      * Prices are effective-dated on PRICEHST, so this - not the day
      * the edit happens to run - is the date an item's unit price is
      * proved against. Zero means the order predates the field and
      * is priced as of the run date.
      * --------------------------------------------------------------
           02 ORD-ORDER-DATE        PIC 9(07).
           02 ORD-ITEM-COUNT        PIC 9(03).
           02 ORD-ITEM OCCURS 1 TO 50 TIMES
               DEPENDING ON ORD-ITEM-COUNT.
