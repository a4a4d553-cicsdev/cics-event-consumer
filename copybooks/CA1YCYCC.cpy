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
      * START FROM data CA1YCYC1 (the nightly batch-cycle controller)
      * hands itself each time it re-STARTs in check mode. A kickoff
      * or a restart has none; check mode carries the cycle's kickoff
      * stamp, which the controller matches against its RUNRSTRT
      * record so a check left over from a superseded cycle ends
      * quietly, and the attempt stamp - the kickoff, or the last
      * restart - before which a failed step's RUNLOG entry no longer
      * counts against it.
      *
      * A step's RUNLOG entry only appears when it ends, so the steps
      * this attempt has STARTed ride along by name: the check count
      * it was started on (its wait for an entry is measured from
      * there), and whether its failure has been alerted yet.
      *
      *****************************************************************
           02 CYC-IN-MODE              PIC X(01).
               88 CYC-IN-CHECK-MODE    VALUE 'K'.
           02 CYC-IN-CYCLE-DATE        PIC 9(07).
           02 CYC-IN-CYCLE-TIME        PIC 9(07).
           02 CYC-IN-ATTEMPT-DATE      PIC 9(07).
           02 CYC-IN-ATTEMPT-TIME      PIC 9(07).
           02 CYC-IN-CHECK-COUNT       PIC 9(05).
           02 CYC-IN-STEP-COUNT        PIC 9(02).
           02 CYC-IN-STEP OCCURS 30 TIMES.
               03 CYC-IN-STEP-NAME     PIC X(08).
               03 CYC-IN-STEP-STARTED  PIC X(01).
               03 CYC-IN-STEP-CHECK    PIC 9(05).
               03 CYC-IN-STEP-ALERTED  PIC X(01).
