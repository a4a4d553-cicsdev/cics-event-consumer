      *
      *   CUSM INQ nnnnnnnn
      *   CUSM ADD nnnnnnnn <name><addr1><email><phone><pref><locale>
      *                     <digest><addr2><city><postcode><country>
      *                     <region><credit limit>
      *   CUSM CHG nnnnnnnn (the same fields)
      *
      * with the detail fields at the fixed offsets CUSM-IN-DETAIL
      * lays out below (20/20/20/20 characters, a one-character
      * contact preference E/S/B, a five-character locale, and a
      * one-character digest preference Y/N - blank defaults to N,
      * so screens keyed before the field existed still parse -
      * then the rest of the address: 20/20 characters of second
      * line and city, a ten-character postcode, the two-letter
      * country code and a state or province code of up to three).
      * The country and region are the customer's tax jurisdiction;
      * a region needs a country to belong to. Last comes the credit
      * limit, eleven digits with two implied decimals (00000500000
      * is 5,000.00); blank or zero means no limit, so screens keyed
      * before the field existed still parse. ADD
      * rejects a customer number already on file, CHG rejects one
      * that is not, and INQ displays the record as held.
      *
               03 CUSM-IN-CONTACT-PREF  PIC X(01).
               03 CUSM-IN-LOCALE        PIC X(05).
               03 CUSM-IN-DIGEST-PREF   PIC X(01).
               03 CUSM-IN-ADDR2         PIC X(20).
               03 CUSM-IN-CITY          PIC X(20).
               03 CUSM-IN-POSTCODE      PIC X(10).
               03 CUSM-IN-COUNTRY       PIC X(02).
               03 CUSM-IN-REGION        PIC X(03).
               03 CUSM-IN-CREDIT-LIMIT  PIC X(11).
               03 CUSM-IN-CREDIT-LIMIT-NUM REDEFINES
                   CUSM-IN-CREDIT-LIMIT PIC 9(09)V99.
       01 CUSM-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 CUSM-CUST-NUMBER-NUM      PIC 9(08) VALUE 0.
       01 CUSM-MESSAGE.
               03 CUSM-MSG-LOCALE       PIC X(05).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CUSM-MSG-DIGEST       PIC X(01).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CUSM-MSG-CITY         PIC X(20).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CUSM-MSG-POSTCODE     PIC X(10).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CUSM-MSG-JURISDICTION PIC X(05).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CUSM-MSG-CREDIT-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 CUSM-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
      * customer number before touching the file, and reject an
      * ADD/CHG whose contact preference isn't one of E/S/B - the
      * same set CA1YCOB1's 88-levels allow - so a mistyped
      * preference can't sit on the master steering sends wrong. A
      * country code that isn't two capital letters would rate the
      * customer's invoices at the DEFAULT row without anyone
      * noticing, so that is refused too.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO CUSM-INPUT-VALID-SW.
               SET CUSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CUSM-INPUT-VALID
               AND NOT CUSM-ACTION-INQ
               AND CUSM-IN-COUNTRY NOT = SPACES
               AND CUSM-IN-COUNTRY IS NOT ALPHABETIC-UPPER
               MOVE 'COUNTRY MUST BE A 2-LETTER CODE'
                   TO CUSM-MSG-TEXT
               SET CUSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CUSM-INPUT-VALID
               AND NOT CUSM-ACTION-INQ
               AND CUSM-IN-COUNTRY = SPACES
               AND CUSM-IN-REGION NOT = SPACES
               MOVE 'REGION NEEDS A COUNTRY'
                   TO CUSM-MSG-TEXT
               SET CUSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CUSM-INPUT-VALID
               AND NOT CUSM-ACTION-INQ
               AND CUSM-IN-CREDIT-LIMIT NOT = SPACES
               AND CUSM-IN-CREDIT-LIMIT IS NOT NUMERIC
               MOVE 'CREDIT LIMIT MUST BE 11 DIGITS OR BLANK'
                   TO CUSM-MSG-TEXT
               SET CUSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CUSM-INPUT-VALID
               AND NOT CUSM-ACTION-INQ
               PERFORM Check-Operator-Authority
           MOVE CUSM-IN-PHONE        TO CUST-REC-PHONE.
           MOVE CUSM-IN-CONTACT-PREF TO CUST-REC-CONTACT-PREF.
           MOVE CUSM-IN-LOCALE       TO CUST-REC-LOCALE.
           MOVE CUSM-IN-ADDR2        TO CUST-REC-ADDR2.
           MOVE CUSM-IN-CITY         TO CUST-REC-CITY.
           MOVE CUSM-IN-POSTCODE     TO CUST-REC-POSTCODE.
           MOVE CUSM-IN-COUNTRY      TO CUST-REC-COUNTRY.
           MOVE CUSM-IN-REGION       TO CUST-REC-REGION.
           IF CUSM-IN-CREDIT-LIMIT = SPACES
               MOVE 0 TO CUST-REC-CREDIT-LIMIT
           ELSE
               MOVE CUSM-IN-CREDIT-LIMIT-NUM TO CUST-REC-CREDIT-LIMIT
           END-IF.
           IF CUSM-IN-DIGEST-PREF = 'Y'
               MOVE 'Y' TO CUST-REC-DIGEST-PREF
           ELSE
           MOVE CUST-REC-CONTACT-PREF TO CUSM-MSG-PREF.
           MOVE CUST-REC-LOCALE       TO CUSM-MSG-LOCALE.
           MOVE CUST-REC-DIGEST-PREF  TO CUSM-MSG-DIGEST.
           MOVE CUST-REC-CITY         TO CUSM-MSG-CITY.
           MOVE CUST-REC-POSTCODE     TO CUSM-MSG-POSTCODE.
           MOVE CUST-REC-TAX-JURISDICTION TO CUSM-MSG-JURISDICTION.
           MOVE CUST-REC-CREDIT-LIMIT TO CUSM-MSG-CREDIT-LIMIT.
       Format-Customer-Detail-exit.
           exit.
