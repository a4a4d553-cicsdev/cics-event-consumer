      *  IBM Corporation.
      *****************************************************************
      *
      * Tax-rate table keyed by tax category and jurisdiction, the
      * same data-change-not-recompile trade the channel and template
      * tables make. CA1YCOB4 loads it from the TAXR rows on CTLFILE
      * and resolves the rate for each invoice line from the item's
      * ITEMMAST category and the customer's CUSTMAST jurisdiction
      * (country code then state or province code). A row whose
      * jurisdiction is the country alone covers every region of
      * that country without a row of its own,
      * and a row with no jurisdiction covers the category everywhere
      * not otherwise listed; the last row, DEFAULT with no
      * jurisdiction, is what anything unmatched resolves through.
      *
      * Rates are percentages (20.00 means 20%), backed out of the
      * line amounts, which are tax-inclusive - the order total is
      * the one amount the confirmations, the reconciliation and the
      * dunning run all agree on, so the invoice's gross equals it.
      *
      *****************************************************************
       01 CA1Y-TAX-CONFIG.
           02 CA1Y-TAX-COUNT        PIC 9(02) VALUE 0.
           02 CA1Y-TAX-ENTRY OCCURS 50 TIMES
                                   INDEXED BY CA1Y-TAX-IDX.
               03 CA1Y-TAX-CATEGORY    PIC X(08).
               03 CA1Y-TAX-JURISDICTION PIC X(05).
               03 CA1Y-TAX-RATE-PCT    PIC 9(02)V99.
       01 CA1Y-TAX-INDEX            PIC 9(02) VALUE 0.
       01 CA1Y-TAX-FOUND-SW         PIC X(01) VALUE 'N'.
