      * reconciliation nets money out against money in per order
      * instead of showing a returned order as cleanly paid forever.
      *
      * Chargebacks - money the card processor has taken back from
      * us on the customer's say-so - are type-'C' records written
      * by CA1YSTL1 from the processor's settlement file. They are
      * money out exactly as a refund is, so everything that nets an
      * order's position tests PAY-IS-MONEY-OUT rather than naming
      * the refund type alone.
      *
      * PAY-SETTLED-DATE is the EIBDATE the processor's settlement
      * file confirmed the money actually moved; zero until then. A
      * capture still unsettled days later is money we think we have
      * and don't, and CA1YSTL1 reports it.
      *
      *****************************************************************
       01 CA1Y-PAYMENT-RECORD.
           02 PAY-KEY.
           02 PAY-TYPE               PIC X(01) VALUE 'P'.
               88 PAY-IS-PAYMENT     VALUE 'P'.
               88 PAY-IS-REFUND      VALUE 'R'.
               88 PAY-IS-CHARGEBACK  VALUE 'C'.
               88 PAY-IS-MONEY-OUT   VALUE 'R' 'C'.
           02 PAY-AMOUNT             PIC 9(09)V99 VALUE 0.
      * --------------------------------------------------------------
      * ISO currency code for the amount; spaces means USD, the same
           02 PAY-CURRENCY-CODE      PIC X(03) VALUE SPACES.
           02 PAY-METHOD             PIC X(20) VALUE SPACES.
           02 PAY-REFERENCE          PIC X(20) VALUE SPACES.
           02 PAY-SETTLED-DATE       PIC 9(07) VALUE 0.
       01 PAYMENT-FILE-NAME          PIC X(08) VALUE 'PAYMENTS'.
      * --------------------------------------------------------------
      * PAYREFPT is the CICS file defined over the alternate-index
      * path keyed by PAY-REFERENCE (non-unique - a capture and the
      * refunds and chargebacks against it share the processor's
      * reference). It is how a settled item is found without
      * knowing which order it belongs to.
      * --------------------------------------------------------------
       01 PAYMENT-REF-PATH-NAME      PIC X(08) VALUE 'PAYREFPT'.
