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
      * Record layout for the general-ledger interface file CA1YGLJ1
      * writes each night: one header, one detail line per account,
      * currency, order source and side, and one trailer, 100 bytes
      * each. Finance's ledger load takes the batch id as the
      * journal's identity, so a rerun for the same day replaces the
      * journal rather than posting it twice, and checks the
      * trailer's line count and hash totals against what it read.
      *
      * Amounts are unsigned; GLJ-DR-CR says which side. Dates are
      * YYYYDDD.
      *
      *****************************************************************
       01 CA1Y-GL-JOURNAL-RECORD.
           02 GLJ-RECORD-TYPE        PIC X(01) VALUE 'D'.
               88 GLJ-HEADER         VALUE 'H'.
               88 GLJ-DETAIL         VALUE 'D'.
               88 GLJ-TRAILER        VALUE 'T'.
           02 GLJ-BATCH-ID           PIC X(12) VALUE SPACES.
           02 GLJ-DETAIL-DATA.
               03 GLJ-LINE-NUMBER    PIC 9(05) VALUE 0.
               03 GLJ-JOURNAL-DATE   PIC 9(07) VALUE 0.
               03 GLJ-ACCOUNT        PIC X(10) VALUE SPACES.
               03 GLJ-CURRENCY-CODE  PIC X(03) VALUE SPACES.
               03 GLJ-ORDER-SOURCE   PIC X(08) VALUE SPACES.
               03 GLJ-DR-CR          PIC X(01) VALUE 'D'.
                   88 GLJ-DEBIT      VALUE 'D'.
                   88 GLJ-CREDIT     VALUE 'C'.
               03 GLJ-AMOUNT         PIC 9(13)V99 VALUE 0.
               03 GLJ-DESCRIPTION    PIC X(30) VALUE SPACES.
               03 FILLER             PIC X(08) VALUE SPACES.
      * --------------------------------------------------------------
      * The header: which day the journal is for and when it was
      * made.
      * --------------------------------------------------------------
           02 GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
               03 GLJH-JOURNAL-DATE  PIC 9(07).
               03 GLJH-CREATED-DATE  PIC 9(07).
               03 GLJH-CREATED-TIME  PIC 9(07).
               03 GLJH-SYSTEM-ID     PIC X(08).
               03 FILLER             PIC X(58).
      * --------------------------------------------------------------
      * The trailer: detail line count and hash totals of every
      * debit and every credit, across currencies.
      * --------------------------------------------------------------
           02 GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
               03 GLJT-LINE-COUNT    PIC 9(05).
               03 GLJT-DEBIT-HASH    PIC 9(15)V99.
               03 GLJT-CREDIT-HASH   PIC 9(15)V99.
               03 FILLER             PIC X(48).
       01 JOURNAL-QUEUE-NAME         PIC X(04) VALUE 'GLJE'.
