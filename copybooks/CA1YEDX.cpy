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
      * Record layout for the EDIXREF VSAM KSDS, keyed by order
      * number: one record per order CA1YEDI1 takes in from a trading
      * partner, saying which partner account sent it and the
      * partner's own order reference. ORDERFIL keeps neither - the
      * order carries only our customer number - so this is where
      * the outbound side (the order acknowledgment CA1YEDT1 sends
      * after the edit, the advance ship notices CA1YASNW sends as
      * consignments leave) finds who to answer and what PO number
      * to quote back. A rerun of the intake under the same order
      * numbers rewrites the records rather than duplicating them.
      *
      *****************************************************************
       01 CA1Y-EDI-XREF-RECORD.
           02 EDX-ORDER-NUMBER      PIC 9(08) VALUE 0.
           02 EDX-PARTNER-ACCT      PIC X(15) VALUE SPACES.
           02 EDX-PARTNER-REF       PIC X(20) VALUE SPACES.
           02 EDX-CUST-NUMBER       PIC 9(08) VALUE 0.
           02 EDX-INTAKE-DATE       PIC 9(07) VALUE 0.
       01 EDI-XREF-FILE-NAME        PIC X(08) VALUE 'EDIXREF '.
