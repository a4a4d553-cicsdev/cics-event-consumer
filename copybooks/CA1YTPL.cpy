      *  IBM Corporation.
      *****************************************************************
      *
      * HTML email template work area for CA1YTPLL, keyed by event
      * name. Marketing owns the branded content; CA1YCOB2/CA1YCOB3
      * just ask for the body that goes with the event they're
      * sending mail for instead of carrying one hardcoded plain-text
      * STRING for every event. The body is read from the TPLL rows
      * on CTLFILE - up to eight 128-character segments laid end to
      * end - and its length is where the last non-space character
      * falls.
      *
      * CA1Y-LOCALE-CONFIG is the companion table of {datetime=...}
      * patterns keyed by the customer's locale, loaded from the TPLD
      * rows, so the body goes out with a date format that reads
      * naturally in that locale instead of the one US/UK-style
      * pattern every customer used to get.
      *
      *****************************************************************
       01 CA1Y-TEMPLATE-CONFIG.
           02 CA1Y-TEMPLATE-EVENT   PIC X(32) VALUE SPACES.
           02 CA1Y-TEMPLATE-BODY    PIC X(1024) VALUE SPACES.
           02 CA1Y-TEMPLATE-SEGMENTS REDEFINES CA1Y-TEMPLATE-BODY.
               03 CA1Y-TEMPLATE-SEGMENT PIC X(128) OCCURS 8 TIMES.
           02 CA1Y-TEMPLATE-LENGTH  PIC 9(04) VALUE 0.
       01 CA1Y-TEMPLATE-INDEX       PIC 9(04) VALUE 0.
       01 CA1Y-TEMPLATE-FOUND-SW    PIC X(01) VALUE 'N'.
           88 CA1Y-TEMPLATE-FOUND   VALUE 'Y'.
       01 CA1Y-LOCALE-CONFIG.
           02 CA1Y-LOCALE-COUNT     PIC 9(02) VALUE 0.
           02 CA1Y-LOCALE-ENTRY OCCURS 30 TIMES.
               03 CA1Y-LOCALE-CODE          PIC X(07).
               03 CA1Y-LOCALE-DATE-PATTERN  PIC X(32) VALUE SPACES.
               03 CA1Y-LOCALE-PATTERN-LEN   PIC 9(02) VALUE 0.
