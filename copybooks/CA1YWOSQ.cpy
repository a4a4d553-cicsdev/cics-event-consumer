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
      * Request layout for the storefront's order-status web service
      * (CA1YWOS1). This is the language structure DFHLS2JS reads to
      * generate the request JSON schema, so it holds nothing but the
      * request: the order number the customer typed and the email
      * address they gave, which has to match the one on CUSTMAST for
      * the order's customer before anything is returned.
      *
      * The order number is carried as text so a typo comes back as
      * an INVALID result rather than a pipeline conversion failure.
      *
      *****************************************************************
       01 CA1Y-WOS-REQUEST.
           02 WOS-IN-ORDER-NUMBER   PIC X(08).
           02 WOS-IN-EMAIL          PIC X(64).
