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
      * General-ledger account map for CA1YGLJ1, keyed by event type
      * (INVOICE, CREDNOTE, PAYMENT, REFUND, CHARGEBK), currency and
      * order source. Each row names the account the event's debit
      * goes to, the account its credit goes to, and - for the
      * register events - the account its tax goes to, on the credit
      * side with the net.
      *
      * The rows are the GLAC rows on CTLFILE (copybooks/CA1YCTL.cpy),
      * read in once per run and maintained on CA1YCTLM. A blank
      * currency fits any currency and a DEFAULT source fits any
      * source, the same way CA1YCHNL falls back to its DEFAULT row;
      * the posting looks for the most specific row first, and a
      * row for the order's source beats one for its currency.
      *
      *****************************************************************
       01 CA1Y-ACCOUNT-CONFIG.
           02 CA1Y-ACCOUNT-COUNT    PIC 9(02) VALUE 0.
           02 CA1Y-ACCOUNT-ENTRY OCCURS 30 TIMES.
               03 CA1Y-ACCOUNT-EVENT    PIC X(08).
               03 CA1Y-ACCOUNT-CURRENCY PIC X(03).
               03 CA1Y-ACCOUNT-SOURCE   PIC X(08).
               03 CA1Y-ACCOUNT-DEBIT    PIC X(10).
               03 CA1Y-ACCOUNT-CREDIT   PIC X(10).
               03 CA1Y-ACCOUNT-TAX      PIC X(10).
       01 CA1Y-ACCOUNT-LIMIT        PIC 9(02) VALUE 30.
       01 CA1Y-ACCOUNT-INDEX        PIC 9(02) VALUE 0.
       01 CA1Y-ACCOUNT-WANTED.
           02 CA1Y-WANTED-CURRENCY  PIC X(03) VALUE SPACES.
           02 CA1Y-WANTED-SOURCE    PIC X(08) VALUE SPACES.
       01 CA1Y-ACCOUNT-FOUND-SW     PIC X(01) VALUE 'N'.
           88 CA1Y-ACCOUNT-FOUND    VALUE 'Y'.
