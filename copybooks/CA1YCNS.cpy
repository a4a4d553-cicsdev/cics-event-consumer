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
      * Record layout for the CONSENT VSAM KSDS, keyed by customer
      * number and channel: one record per customer per channel
      * ('E' email, 'S' SMS) holding whether the customer has opted
      * in to marketing on it, when they last opted in and out, and
      * where the consent came from (the web signup, a call, a paper
      * form). SUPPFILE records only "never send to this"; this is
      * the positive record marketing needs before CUSTMAST contact
      * details may be used for anything but an order.
      *
      * Maintained online by CA1YCNSM; read by the CA1YCMP1 campaign
      * run, which mails only customers holding a current opt-in. A
      * customer with no record has not opted in. An opt-out is kept
      * as a record rather than deleted, so the file shows when it
      * happened; opting back in keeps the last opt-out date.
      *
      * Dates and times are the 0CYYDDD / 0HHMMSS EIBDATE and
      * EIBTIME stamps. CNS-CHANGED-BY is the operator who keyed the
      * last change.
      *
      *****************************************************************
       01 CA1Y-CONSENT-RECORD.
           02 CNS-KEY.
               03 CNS-CUST-NUMBER   PIC 9(08) VALUE 0.
               03 CNS-CHANNEL       PIC X(01) VALUE 'E'.
                   88 CNS-CHANNEL-EMAIL VALUE 'E'.
                   88 CNS-CHANNEL-SMS   VALUE 'S'.
           02 CNS-STATUS            PIC X(01) VALUE 'O'.
               88 CNS-OPTED-IN      VALUE 'I'.
               88 CNS-OPTED-OUT     VALUE 'O'.
           02 CNS-OPT-IN-DATE       PIC 9(07) VALUE 0.
           02 CNS-OPT-OUT-DATE      PIC 9(07) VALUE 0.
           02 CNS-SOURCE            PIC X(08) VALUE SPACES.
           02 CNS-CHANGED-DATE      PIC 9(07) VALUE 0.
           02 CNS-CHANGED-TIME      PIC 9(07) VALUE 0.
           02 CNS-CHANGED-BY        PIC X(08) VALUE SPACES.
       01 CONSENT-FILE-NAME         PIC X(08) VALUE 'CONSENT '.
