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
      * Record layout for the CAMPSENT VSAM KSDS, keyed by campaign
      * id and customer number: one record for every customer a
      * CA1YCMP1 campaign run has dealt with - mailed, refused by
      * the relay and dead-lettered, or skipped as suppressed. The
      * campaign runs in throttled passes over hours, and restarts
      * after a failure; whoever is on here for the campaign is
      * passed over next time, so nobody gets the same promotion
      * twice. A customer deferred by their send window is not
      * written, and is picked up by a later pass.
      *
      *****************************************************************
       01 CA1Y-CAMPAIGN-SENT-RECORD.
           02 CMS-KEY.
               03 CMS-CAMPAIGN-ID   PIC X(08) VALUE SPACES.
               03 CMS-CUST-NUMBER   PIC 9(08) VALUE 0.
           02 CMS-OUTCOME           PIC X(01) VALUE SPACES.
               88 CMS-SENT          VALUE 'Y'.
               88 CMS-FAILED        VALUE 'N'.
               88 CMS-SUPPRESSED    VALUE 'S'.
           02 CMS-DATE              PIC 9(07) VALUE 0.
           02 CMS-TIME              PIC 9(07) VALUE 0.
           02 CMS-RECIPIENT         PIC X(20) VALUE SPACES.
       01 CAMPAIGN-SENT-FILE-NAME   PIC X(08) VALUE 'CAMPSENT'.
