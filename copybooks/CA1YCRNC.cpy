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
      * COMMAREA layout shared between the programs that reduce what
      * an order owes - cancellation (CA1YCANC), refund (CA1YBAT4)
      * and amendment (CA1YAMND) - and CA1YCRN1, the credit-note
      * issuer they LINK to once the reduction has happened. Copied
      * under a 01 DFHCOMMAREA in the issuer and under a locally
      * named 01 in each caller, the same way CA1YSTKC.cpy is shared
      * with CA1YSTKU.
      *
      * The caller says which order, why (the text printed on the
      * credit note and quoted in the email), and whether the
      * customer may be emailed - a suppressed recipient still gets
      * the credit note on the register and DOCSTORE, just no email.
      *
      * CRN-OUT-RESULT comes back:
      *
      *   'Y' issued       - credit note CRN-OUT-CREDIT-NUMBER now
      *                      reverses invoice CRN-OUT-INVOICE-NUMBER;
      *   'N' not invoiced - the order has no issued invoice still
      *                      standing, so there is nothing to credit;
      *   'F' failed       - the credit note's build failed and its
      *                      number is void on the register; the
      *                      invoice stays creditable.
      *
      *****************************************************************
           02 CRN-IN-ORDER-NUMBER      PIC 9(08).
           02 CRN-IN-REASON-TEXT       PIC X(40).
           02 CRN-IN-EMAIL-SW          PIC X(01).
               88 CRN-EMAIL-CUSTOMER   VALUE 'Y'.
               88 CRN-EMAIL-SUPPRESSED VALUE 'N'.
           02 CRN-OUT-RESULT           PIC X(01).
               88 CRN-OUT-ISSUED       VALUE 'Y'.
               88 CRN-OUT-NOT-INVOICED VALUE 'N'.
               88 CRN-OUT-FAILED       VALUE 'F'.
           02 CRN-OUT-CREDIT-NUMBER    PIC 9(08).
           02 CRN-OUT-INVOICE-NUMBER   PIC 9(08).
      * --------------------------------------------------------------
      * A caller that changed the order rather than ending it
      * (CA1YAMND) has the invoice reissued, in two LINKs either side
      * of its ORDERFIL rewrite. The first, CRN-IN-REISSUE-SW 'H',
      * is an ordinary credit note - built from the lines as
      * invoiced - with the email held back. The second, 'Y', passes
      * the same COMMAREA back: with the credit note issued, a new
      * invoice is built from the lines as they now stand, stored,
      * and emailed quoting the credit note. CRN-OUT-REISSUE-RESULT
      * says how that went and CRN-OUT-NEW-INVOICE-NUMBER carries
      * the new invoice's number (on a failure, the number left void
      * on the register). The cancellation and refund callers set
      * 'N' and get the credit note and its email as before.
      * --------------------------------------------------------------
           02 CRN-IN-REISSUE-SW        PIC X(01).
               88 CRN-CREDIT-ONLY      VALUE 'N'.
               88 CRN-CREDIT-FOR-REISSUE VALUE 'H'.
               88 CRN-REISSUE-INVOICE  VALUE 'Y'.
           02 CRN-OUT-REISSUE-RESULT   PIC X(01).
               88 CRN-OUT-REISSUED     VALUE 'Y'.
               88 CRN-OUT-NOT-REISSUED VALUE 'N'.
               88 CRN-OUT-REISSUE-FAILED VALUE 'F'.
           02 CRN-OUT-NEW-INVOICE-NUMBER PIC 9(08).
