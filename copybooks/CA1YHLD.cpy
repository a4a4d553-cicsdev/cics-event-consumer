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
      * Record layout for the HOLDORD VSAM KSDS, keyed by order
      * number: the orders CA1YEDT1 would have accepted but for the
      * customer's credit limit. Each record carries the order
      * exactly as it was edited - ready to write to the accepted
      * file unchanged - with the figures the hold was decided on,
      * so credit control sees on CA1YHLDQ what the edit saw.
      *
      * An order sits at H until credit control releases it (R) or
      * rejects it (X). CA1YEDT1's next run passes every released
      * order on to the accepted file, in order-number sequence with
      * the day's intake, and marks it F so it is passed on once. A
      * rejected EDI order is answered REJECTED to the partner, with
      * credit control's reason, on the first run after the decision;
      * HLD-REJECT-ACK-SW says that answer has gone.
      * Amounts are in the order's currency; the limit is the
      * customer's CUST-REC-CREDIT-LIMIT at the time of the edit.
      *
      *****************************************************************
       01 CA1Y-HELD-ORDER-RECORD.
           02 HLD-ORDER-NUMBER      PIC 9(08) VALUE 0.
           02 HLD-STATUS            PIC X(01) VALUE 'H'.
               88 HLD-HELD          VALUE 'H'.
               88 HLD-RELEASED      VALUE 'R'.
               88 HLD-REJECTED      VALUE 'X'.
               88 HLD-FED           VALUE 'F'.
           02 HLD-CUST-NUMBER       PIC 9(08) VALUE 0.
           02 HLD-CURRENCY-CODE     PIC X(03) VALUE SPACES.
           02 HLD-ORDER-TOTAL       PIC 9(09)V99 VALUE 0.
           02 HLD-OPEN-BALANCE      PIC 9(09)V99 VALUE 0.
           02 HLD-CREDIT-LIMIT      PIC 9(09)V99 VALUE 0.
           02 HLD-HELD-DATE         PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * Who released or rejected the order, when, and - for a
      * rejection - the reason they gave; then the day CA1YEDT1
      * passed a released order on, and whether it has answered the
      * partner for a rejected one.
      * --------------------------------------------------------------
           02 HLD-DECIDED-BY        PIC X(08) VALUE SPACES.
           02 HLD-DECIDED-DATE      PIC 9(07) VALUE 0.
           02 HLD-REASON            PIC X(16) VALUE SPACES.
           02 HLD-FED-DATE          PIC 9(07) VALUE 0.
           02 HLD-REJECT-ACK-SW     PIC X(01) VALUE 'N'.
               88 HLD-REJECTION-ACKNOWLEDGED VALUE 'Y'.
           02 HLD-ORDER-IMAGE       PIC X(2398) VALUE SPACES.
       01 HELD-ORDER-FILE-NAME      PIC X(08) VALUE 'HOLDORD'.
