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
      * Record layout for the CTLFILE control-table VSAM KSDS: the
      * rows the lookup programs used to carry as MOVE statements,
      * one record per row, keyed by the table it belongs to and the
      * row's own key within that table. The lookups read their rows
      * at run time and CA1YCTLM is the online maintenance over the
      * lot, so onboarding an order source, a locale, a region, a tax
      * rate or an operator grant is a row keyed at a terminal - no
      * compile, no NEWCOPY. CA1YCTLD loads the starting rows into
      * an empty file.
      *
      *   CHNL  channel and warehouse queue per order source
      *           (CA1YCHNL); key the source, DEFAULT for the rest
      *   TPLD  {datetime=...} pattern per locale (CA1YTPLL); key
      *           the locale, DEFAULT for the rest
      *   TPLL  HTML email body per event (CA1YTPLL); key the event
      *           name then a two-digit segment 01-08, each segment
      *           the next 128 characters of the body; DEFAULT for
      *           events with none of their own
      *   WINL  send-window hour offset per locale (CA1YWINL); key
      *           the locale, DEFAULT for the rest
      *   CFGL  zFS path per region and purpose (CA1YCFGL); key the
      *           APPLID then PROPS, ATTACH, XSLT, INVOICE, STMT or
      *           CREDIT; DEFAULT for regions not listed
      *   OPAL  operator grants (CA1YOPAL); key the operator id (or
      *           ******** for any operator) then the transaction
      *   TAXR  tax rate per category and jurisdiction (CA1YCOB4);
      *           key the category then the jurisdiction, DEFAULT
      *           with no jurisdiction for anything unmatched
      *   MONT  CA1YMON1 alert thresholds; key the AUDITLOG event
      *           name, OTHER for events not listed, or one of the
      *           queue counters *DLQ-QUEUED, *DLQ-EXHAUSTED and
      *           *PND-OVERDUE
      *   CYCS  nightly batch-cycle steps (CA1YCYC1); key the step
      *           name, the data its RUNLOG program, transaction
      *           (blank for a batch job the scheduler runs behind
      *           the CA1YCYCG gate, which the controller judges
      *           from RUNLOG alone), Y if a failure stops the
      *           whole cycle, how many
      *           checks to wait for its RUNLOG entry, and up to six
      *           prerequisite step names
      *   GLAC  general-ledger accounts (CA1YGLJ1); key the event
      *           (INVOICE, CREDNOTE, PAYMENT, REFUND or CHARGEBK),
      *           the order source and the currency, the data the
      *           debit, credit and tax accounts. A blank currency
      *           fits any currency and a DEFAULT source any source;
      *           a row for the source beats one for the currency
      *   CSLA  carrier service days (CA1YRPT9); key the carrier,
      *           DEFAULT for carriers not listed
      *
      * The DEFAULT (and OTHER) rows are what an unmatched lookup
      * resolves through, so CA1YCTLM will change them but not
      * delete them. The last three fields say who last changed the
      * row and when; JRNLFILE has the history.
      *
      *****************************************************************
       01 CA1Y-CONTROL-RECORD.
           02 CTL-KEY.
               03 CTL-TABLE-ID       PIC X(04) VALUE SPACES.
                   88 CTL-CHANNEL-TABLE      VALUE 'CHNL'.
                   88 CTL-LOCALE-TABLE       VALUE 'TPLD'.
                   88 CTL-TEMPLATE-TABLE     VALUE 'TPLL'.
                   88 CTL-WINDOW-TABLE       VALUE 'WINL'.
                   88 CTL-REGION-TABLE       VALUE 'CFGL'.
                   88 CTL-OPERATOR-TABLE     VALUE 'OPAL'.
                   88 CTL-TAX-TABLE          VALUE 'TAXR'.
                   88 CTL-THRESHOLD-TABLE    VALUE 'MONT'.
                   88 CTL-CYCLE-TABLE        VALUE 'CYCS'.
                   88 CTL-ACCOUNT-TABLE      VALUE 'GLAC'.
                   88 CTL-SERVICE-TABLE      VALUE 'CSLA'.
               03 CTL-ROW-KEY        PIC X(40) VALUE SPACES.
      * --------------------------------------------------------------
      * The row key as each table composes it.
      * --------------------------------------------------------------
               03 CTL-CHANNEL-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-ORDER-SOURCE      PIC X(08).
                   04 FILLER                 PIC X(32).
               03 CTL-LOCALE-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-LOCALE            PIC X(07).
                   04 FILLER                 PIC X(33).
               03 CTL-TEMPLATE-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-EVENT-NAME        PIC X(32).
                   04 CTLK-SEGMENT           PIC 9(02).
                   04 FILLER                 PIC X(06).
               03 CTL-REGION-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-APPLID            PIC X(08).
                   04 CTLK-PATH-TYPE         PIC X(08).
                   04 FILLER                 PIC X(24).
               03 CTL-OPERATOR-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-OPERATOR-ID       PIC X(08).
                   04 CTLK-TRANID            PIC X(04).
                   04 FILLER                 PIC X(28).
               03 CTL-TAX-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-TAX-CATEGORY      PIC X(08).
                   04 CTLK-TAX-JURISDICTION  PIC X(05).
                   04 FILLER                 PIC X(27).
               03 CTL-THRESHOLD-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-WATCH-NAME        PIC X(32).
                   04 FILLER                 PIC X(08).
               03 CTL-CYCLE-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-STEP-NAME         PIC X(08).
                   04 FILLER                 PIC X(32).
               03 CTL-ACCOUNT-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-GL-EVENT          PIC X(08).
                   04 CTLK-GL-SOURCE         PIC X(08).
                   04 CTLK-GL-CURRENCY       PIC X(03).
                   04 FILLER                 PIC X(21).
               03 CTL-SERVICE-KEY REDEFINES CTL-ROW-KEY.
                   04 CTLK-CARRIER           PIC X(20).
                   04 FILLER                 PIC X(20).
      * --------------------------------------------------------------
      * The row's data as each table lays it out.
      * --------------------------------------------------------------
           02 CTL-ROW-DATA           PIC X(128) VALUE SPACES.
           02 CTL-CHANNEL-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-CHANNEL-NAME      PIC X(16).
               03 CTLD-CHANNEL-QUEUE     PIC X(48).
               03 FILLER                 PIC X(64).
           02 CTL-LOCALE-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-DATE-PATTERN      PIC X(32).
               03 FILLER                 PIC X(96).
           02 CTL-TEMPLATE-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-TEMPLATE-TEXT     PIC X(128).
           02 CTL-WINDOW-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-WINDOW-OFFSET     PIC S9(02)
                                         SIGN LEADING SEPARATE.
               03 FILLER                 PIC X(125).
           02 CTL-REGION-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-REGION-PATH       PIC X(64).
               03 FILLER                 PIC X(64).
           02 CTL-OPERATOR-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-OPERATOR-ACTIONS  PIC X(12).
               03 FILLER                 PIC X(116).
           02 CTL-TAX-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-TAX-RATE-PCT      PIC 9(02)V99.
               03 FILLER                 PIC X(124).
           02 CTL-THRESHOLD-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-THRESHOLD         PIC 9(07).
               03 FILLER                 PIC X(121).
           02 CTL-CYCLE-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-STEP-PROGRAM      PIC X(08).
               03 CTLD-STEP-TRANID       PIC X(04).
               03 CTLD-STEP-STOPS-CYCLE  PIC X(01).
                   88 CTLD-STEP-FAILURE-STOPS VALUE 'Y'.
               03 CTLD-STEP-WAIT-CHECKS  PIC 9(03).
               03 CTLD-STEP-PREREQS.
                   04 CTLD-STEP-PREREQ   PIC X(08) OCCURS 6 TIMES.
               03 FILLER                 PIC X(64).
           02 CTL-ACCOUNT-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-GL-DEBIT          PIC X(10).
               03 CTLD-GL-CREDIT         PIC X(10).
               03 CTLD-GL-TAX            PIC X(10).
               03 FILLER                 PIC X(98).
           02 CTL-SERVICE-DATA REDEFINES CTL-ROW-DATA.
               03 CTLD-SERVICE-DAYS      PIC 9(02).
               03 FILLER                 PIC X(126).
           02 CTL-CHANGED-BY         PIC X(08) VALUE SPACES.
           02 CTL-CHANGED-DATE       PIC 9(07) VALUE 0.
           02 CTL-CHANGED-TIME       PIC 9(07) VALUE 0.
       01 CONTROL-FILE-NAME          PIC X(08) VALUE 'CTLFILE '.
      * --------------------------------------------------------------
      * The row keys the unmatched lookups fall back on.
      * --------------------------------------------------------------
       01 CONTROL-DEFAULT-ROW        PIC X(08) VALUE 'DEFAULT '.
       01 CONTROL-OTHER-ROW          PIC X(08) VALUE 'OTHER   '.
       01 CONTROL-TEMPLATE-SEGMENTS  PIC 9(02) VALUE 8.
       01 CONTROL-STEP-PREREQS       PIC 9(01) VALUE 6.
