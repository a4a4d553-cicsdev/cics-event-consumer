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
      * Monthly carrier performance scorecard.
      *
      * CA1YRPT5 chases the single parcel stuck in a depot; this
      * report is the one logistics takes into a carrier contract
      * renegotiation. Every consignment on SHIPFILE shipped in the
      * month is looked up on TRACKFIL (the key is the same order
      * number plus the consignment's tracking number) and counted
      * against the carrier TRACKFIL names - the SHIPFILE carrier for
      * a consignment the carriers have never reported on. Per
      * carrier it shows:
      *
      *   - consignments shipped in the month, and how many of them
      *     TRACKFIL shows delivered (DLVD)
      *   - average and worst calendar days in transit, from
      *     SHP-SHIP-DATE to the date the DLVD status was reported
      *   - the percentage of those delivered that arrived within
      *     the service days the carrier promises, from the CSLA rows
      *     on CTLFILE (copybooks/CA1YCTL.cpy), maintained on
      *     CA1YCTLM - a carrier with no row is held to the DEFAULT
      *     row, and a file without one stops the run
      *   - how many of the month's consignments sit at a carrier
      *     exception (EXCP) - TRACKFIL keeps only the latest
      *     status, so a parcel that recovered from an exception is
      *     no longer counted
      *   - returns received in the month on RETURNS, charged to the
      *     carrier of the order's first consignment
      *
      * and the same figures for the month before, with the change,
      * so a trend shows without putting two reports side by side.
      * A consignment belongs to the month it shipped, however long
      * it took to arrive.
      *
      * The month comes from SYSIN as YYYYMM; blank means the month
      * before the run date, the usual first-of-the-month run.
      * Anything else that is not a month stops the run. Dates on
      * the feeds are the carriers' YYYY-MM-DD; a delivery whose
      * dates don't parse is counted delivered but left out of the
      * days and the percentage. Day counts use the every-fourth-year
      * leap rule the other date arithmetic uses. The synthetic range
      * is left out, as every report leaves it out. The table holds
      * 100 carriers; more than that stops the run, the same trade
      * CA1YRPT7 makes with its buckets.
      *
      * The run ends by writing its totals to RUNLOG the way CA1YRIS1
      * records its sweep, so the nightly cycle (CA1YCYC1) can hold
      * the steps that need this one until it has finished. A run
      * that cannot write the entry ends with return code 16.
      *
      * Run this with the CICS file closed or defined RLS - the
      * RUNLOG entry goes into the same KSDS the online writers use.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YRPT9.
       Environment division.
       Input-output section.
       File-control.
           Select Shipment-file assign to SHIPFILE
               organization is indexed
               access mode is dynamic
               record key is SHP-KEY
               file status is SHIPMENT-FILE-STATUS.
           Select Tracking-file assign to TRACKFIL
               organization is indexed
               access mode is random
               record key is TRK-KEY
               file status is TRACKING-FILE-STATUS.
           Select Return-file assign to RETURNS
               organization is indexed
               access mode is sequential
               record key is RTN-ORDER-NUMBER
               file status is RETURN-FILE-STATUS.
           Select Control-file assign to CTLFILE
               organization is indexed
               access mode is random
               record key is CONTROL-FILE-KEY
               file status is CONTROL-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFILG
               organization is sequential
               file status is REPORT-FILE-STATUS.
       Data division.
       File section.
       FD Shipment-file.
           COPY CA1YSHP.
       FD Tracking-file.
           COPY CA1YTRK.
       FD Return-file.
           COPY CA1YRTN.
       FD Control-file.
       01 CONTROL-FILE-RECORD.
           02 CONTROL-FILE-KEY          PIC X(44).
           02 FILLER                    PIC X(150).
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
       Working-storage section.
           COPY CA1YSYN.
           COPY CA1YCTL.
       01 FILE-STATUSES.
           02 SHIPMENT-FILE-STATUS      PIC X(02) VALUE '00'.
           02 TRACKING-FILE-STATUS      PIC X(02) VALUE '00'.
           02 RETURN-FILE-STATUS        PIC X(02) VALUE '00'.
           02 CONTROL-FILE-STATUS       PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 SHIPMENT-EOF-SW           PIC X(01) VALUE 'N'.
               88 SHIPMENT-EOF           VALUE 'Y'.
           02 RETURN-EOF-SW             PIC X(01) VALUE 'N'.
               88 RETURN-EOF             VALUE 'Y'.
           02 TRACKING-FOUND-SW         PIC X(01) VALUE 'N'.
               88 TRACKING-FOUND        VALUE 'Y'.
           02 DATE-VALID-SW             PIC X(01) VALUE 'N'.
               88 DATE-VALID            VALUE 'Y'.
           02 RUNLOG-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88 RUNLOG-WRITTEN         VALUE 'Y'.
      * --------------------------------------------------------------
      * The run's RUNLOG entry - stamped when the run starts and again
      * when it ends.
      * --------------------------------------------------------------
       01 RUN-STAMP.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 RUN-TIME-RAW              PIC 9(08) VALUE 0.
           02 RUN-TIME-HHMMSS           PIC 9(07) VALUE 0.
       01 RUNLOG-WORK.
           02 RUNLOG-WRITE-TRIES        PIC 9(03) VALUE 0.
           02 RUNLOG-TRY-LIMIT          PIC 9(03) VALUE 999.
      * --------------------------------------------------------------
      * The report month and the one before it, as YYYYMM - the
      * first six digits of a YYYY-MM-DD date with the dash taken
      * out are compared against them.
      * --------------------------------------------------------------
       01 MONTH-PARM                    PIC X(06) VALUE SPACES.
       01 MONTH-WORK.
           02 REPORT-MONTH.
               03 REPORT-YEAR           PIC 9(04) VALUE 0.
               03 REPORT-MM             PIC 9(02) VALUE 0.
           02 PRIOR-MONTH.
               03 PRIOR-YEAR            PIC 9(04) VALUE 0.
               03 PRIOR-MM              PIC 9(02) VALUE 0.
           02 RECORD-MONTH.
               03 RECORD-YEAR           PIC 9(04) VALUE 0.
               03 RECORD-MM             PIC 9(02) VALUE 0.
           02 PERIOD-IDX                PIC 9(01) VALUE 0.
           02 TODAY-YYYYMMDD.
               03 TODAY-YEAR            PIC 9(04).
               03 TODAY-MM              PIC 9(02).
               03 TODAY-DD              PIC 9(02).
       01 DATE-WORK.
           02 DATE-SPLIT.
               03 SPLIT-YEAR            PIC 9(04).
               03 FILLER                PIC X(01).
               03 SPLIT-MONTH           PIC 9(02).
               03 FILLER                PIC X(01).
               03 SPLIT-DAY             PIC 9(02).
           02 SPLIT-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 SPLIT-QUOTIENT            PIC 9(04) VALUE 0.
           02 SPLIT-REMAINDER           PIC 9(01) VALUE 0.
           02 SHIP-DAY-COUNT            PIC 9(08) COMP VALUE 0.
           02 SHIP-DATE-VALID-SW        PIC X(01) VALUE 'N'.
               88 SHIP-DATE-VALID       VALUE 'Y'.
           02 DAYS-IN-TRANSIT           PIC 9(05) VALUE 0.
      * --------------------------------------------------------------
      * Day-of-year offset for the first of each month, non-leap;
      * a leap year adds its day from March on.
      * --------------------------------------------------------------
       01 MONTH-OFFSET-VALUES.
           02 FILLER                    PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           02 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * --------------------------------------------------------------
      * The service days a carrier with no CSLA row of its own is
      * held to.
      * --------------------------------------------------------------
       01 DEFAULT-SERVICE-DAYS          PIC 9(02) VALUE 0.
      * --------------------------------------------------------------
      * One entry per carrier, kept in name order as they are added
      * so the report prints sorted. Period 1 is the report month,
      * period 2 the month before.
      * --------------------------------------------------------------
       01 CARRIER-TABLE.
           02 CARRIER-COUNT             PIC 9(04) VALUE 0.
           02 CARRIER-LIMIT             PIC 9(04) VALUE 100.
           02 CARRIER-ENTRY OCCURS 100 TIMES.
               03 CAR-NAME              PIC X(20).
               03 CAR-SLA-DAYS          PIC 9(02).
               03 CAR-PERIOD OCCURS 2 TIMES.
                   04 CAR-SHIPPED       PIC 9(07).
                   04 CAR-DELIVERED     PIC 9(07).
                   04 CAR-TIMED         PIC 9(07).
                   04 CAR-TRANSIT-DAYS  PIC 9(09).
                   04 CAR-WORST-DAYS    PIC 9(05).
                   04 CAR-ON-TIME       PIC 9(07).
                   04 CAR-EXCEPTIONS    PIC 9(07).
                   04 CAR-RETURNS       PIC 9(07).
       01 CARRIER-WORK.
           02 CARRIER-IDX               PIC 9(04) VALUE 0.
           02 SHIFT-IDX                 PIC 9(04) VALUE 0.
           02 NEW-CARRIER               PIC X(20) VALUE SPACES.
           02 NO-CARRIER-LABEL          PIC X(20) VALUE
               '(NO CARRIER)'.
      * --------------------------------------------------------------
      * The derived figures for one period of one carrier, and the
      * other period's, for the change line.
      * --------------------------------------------------------------
       01 FIGURE-WORK.
           02 FIG-AVERAGE-DAYS          PIC 9(05)V9 OCCURS 2 TIMES.
           02 FIG-ON-TIME-PCT           PIC 9(03)V9 OCCURS 2 TIMES.
       01 REPORT-COUNTERS.
           02 SHIPMENTS-READ-CNT        PIC 9(07) VALUE 0.
           02 SHIPMENTS-COUNTED-CNT     PIC 9(07) VALUE 0.
           02 RETURNS-READ-CNT          PIC 9(07) VALUE 0.
           02 RETURNS-COUNTED-CNT       PIC 9(07) VALUE 0.
       01 HEADING-LINE-1.
           02 FILLER                    PIC X(41) VALUE
               'CA1YRPT9 - CARRIER PERFORMANCE SCORECARD'.
           02 FILLER                    PIC X(10) VALUE ' FOR MONTH'.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 HL-YEAR                   PIC 9(04).
           02 FILLER                    PIC X(01) VALUE '-'.
           02 HL-MM                     PIC 9(02).
           02 FILLER                    PIC X(73) VALUE SPACES.
       01 HEADING-LINE-2.
           02 FILLER                    PIC X(22) VALUE ' CARRIER'.
           02 FILLER                    PIC X(08) VALUE 'MONTH'.
           02 FILLER                    PIC X(10) VALUE '   SHIPPED'.
           02 FILLER                    PIC X(10) VALUE ' DELIVERED'.
           02 FILLER                    PIC X(08) VALUE '   AVG D'.
           02 FILLER                    PIC X(07) VALUE '  WORST'.
           02 FILLER                    PIC X(05) VALUE '  SLA'.
           02 FILLER                    PIC X(08) VALUE '  ON-TM%'.
           02 FILLER                    PIC X(10) VALUE '  EXCEPTNS'.
           02 FILLER                    PIC X(10) VALUE '   RETURNS'.
           02 FILLER                    PIC X(34) VALUE SPACES.
       01 MONTH-LINE.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 ML-CARRIER                PIC X(20).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 ML-YEAR                   PIC 9(04).
           02 FILLER                    PIC X(01) VALUE '-'.
           02 ML-MM                     PIC 9(02).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-SHIPPED                PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-DELIVERED              PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-AVERAGE-DAYS           PIC ZZZ9.9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-WORST-DAYS             PIC ZZZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-SLA-DAYS               PIC ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-ON-TIME-PCT            PIC ZZZ9.9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-EXCEPTIONS             PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 ML-RETURNS                PIC ZZZZ,ZZ9.
           02 FILLER                    PIC X(34) VALUE SPACES.
       01 CHANGE-LINE.
           02 FILLER                    PIC X(22) VALUE SPACES.
           02 FILLER                    PIC X(08) VALUE 'CHANGE'.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-SHIPPED                PIC +ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-DELIVERED              PIC +ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-AVERAGE-DAYS           PIC +ZZ9.9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-WORST-DAYS             PIC +ZZZ9.
           02 FILLER                    PIC X(07) VALUE SPACES.
           02 CL-ON-TIME-PCT            PIC +ZZ9.9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-EXCEPTIONS             PIC +ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-RETURNS                PIC +ZZZ,ZZ9.
           02 FILLER                    PIC X(34) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 TL-SHIPMENTS-READ         PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(22)
               VALUE ' CONSIGNMENTS READ, '.
           02 TL-SHIPMENTS-COUNTED      PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(12) VALUE ' IN PERIOD, '.
           02 TL-RETURNS-READ           PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(16)
               VALUE ' RETURNS READ, '.
           02 TL-RETURNS-COUNTED        PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE ' IN PERIOD'.
           02 FILLER                    PIC X(40) VALUE SPACES.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Report.
           PERFORM Process-Shipment-Record UNTIL SHIPMENT-EOF.
           PERFORM Process-Return-Record UNTIL RETURN-EOF.
           PERFORM Print-Carrier-Entry
               VARYING CARRIER-IDX FROM 1 BY 1
               UNTIL CARRIER-IDX > CARRIER-COUNT.
           PERFORM Terminate-Report.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Work out the report month and the one before it, open the
      * files, pick up the DEFAULT service days, print the report
      * heading, and prime both loops.
      * --------------------------------------------------------------
       Initialize-Report section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           ACCEPT MONTH-PARM.
           IF MONTH-PARM = SPACES
               ACCEPT TODAY-YYYYMMDD FROM DATE YYYYMMDD
               MOVE TODAY-YEAR TO REPORT-YEAR
               MOVE TODAY-MM   TO REPORT-MM
               PERFORM Step-Back-Report-Month
           ELSE
               IF MONTH-PARM IS NOT NUMERIC
                   DISPLAY 'CA1YRPT9: SYSIN MONTH MUST BE YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MONTH-PARM TO REPORT-MONTH
               IF REPORT-YEAR < 1900
                   OR REPORT-MM < 1 OR REPORT-MM > 12
                   DISPLAY 'CA1YRPT9: SYSIN MONTH IS NOT A MONTH'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE REPORT-MONTH TO PRIOR-MONTH.
           IF PRIOR-MM = 1
               MOVE 12 TO PRIOR-MM
               SUBTRACT 1 FROM PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM PRIOR-MM
           END-IF.

           OPEN INPUT SHIPMENT-FILE.
           IF SHIPMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: SHIPFILE OPEN FAILED, STATUS '
                   SHIPMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRACKING-FILE.
           IF TRACKING-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: TRACKFIL OPEN FAILED, STATUS '
                   TRACKING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RETURN-FILE.
           IF RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: RETURNS OPEN FAILED, STATUS '
                   RETURN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: CTLFILE OPEN FAILED, STATUS '
                   CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO CA1Y-CONTROL-RECORD.
           SET CTL-SERVICE-TABLE TO TRUE.
           MOVE CONTROL-DEFAULT-ROW TO CTLK-CARRIER.
           MOVE CTL-KEY TO CONTROL-FILE-KEY.
           READ CONTROL-FILE INTO CA1Y-CONTROL-RECORD.
           IF CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: NO DEFAULT CSLA ROW ON CTLFILE, '
                   'STATUS ' CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CTLD-SERVICE-DAYS TO DEFAULT-SERVICE-DAYS.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT9: RPTFILG OPEN FAILED, STATUS '
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE REPORT-YEAR TO HL-YEAR.
           MOVE REPORT-MM   TO HL-MM.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           PERFORM Read-Next-Shipment.
           PERFORM Read-Next-Return.
       Initialize-Report-exit.
           exit.
      * --------------------------------------------------------------
      * Run on the first of the month, the report is for the month
      * just ended.
      * --------------------------------------------------------------
       Step-Back-Report-Month section.
           IF REPORT-MM = 1
               MOVE 12 TO REPORT-MM
               SUBTRACT 1 FROM REPORT-YEAR
           ELSE
               SUBTRACT 1 FROM REPORT-MM
           END-IF.
       Step-Back-Report-Month-exit.
           exit.
      * --------------------------------------------------------------
      * A consignment shipped in either month is counted against its
      * carrier: shipped, and - if TRACKFIL shows it delivered - how
      * long it took and whether that was inside the promise.
      * --------------------------------------------------------------
       Process-Shipment-Record section.
           ADD 1 TO SHIPMENTS-READ-CNT.

           MOVE SHP-SHIP-DATE TO DATE-SPLIT.
           PERFORM Derive-Record-Period.

           IF PERIOD-IDX NOT = 0
               AND SHP-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               ADD 1 TO SHIPMENTS-COUNTED-CNT
               PERFORM Derive-Day-Count
               MOVE SPLIT-DAY-COUNT TO SHIP-DAY-COUNT
               MOVE DATE-VALID-SW   TO SHIP-DATE-VALID-SW
               PERFORM Resolve-Consignment-Carrier
               PERFORM Find-Carrier-Entry
               ADD 1 TO CAR-SHIPPED(CARRIER-IDX, PERIOD-IDX)
               IF TRACKING-FOUND
                   IF TRK-DELIVERED
                       PERFORM Count-Delivery
                   END-IF
                   IF TRK-CARRIER-EXCEPTION
                       ADD 1 TO CAR-EXCEPTIONS(CARRIER-IDX, PERIOD-IDX)
                   END-IF
               END-IF
           END-IF.

           PERFORM Read-Next-Shipment.
       Process-Shipment-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Days in transit run from the ship date to the day the DLVD
      * status was reported. A date either side that doesn't parse
      * leaves the delivery counted but untimed.
      * --------------------------------------------------------------
       Count-Delivery section.
           ADD 1 TO CAR-DELIVERED(CARRIER-IDX, PERIOD-IDX).
           MOVE TRK-STATUS-DATE TO DATE-SPLIT.
           PERFORM Derive-Day-Count.
           IF SHIP-DATE-VALID AND DATE-VALID
               IF SPLIT-DAY-COUNT > SHIP-DAY-COUNT
                   COMPUTE DAYS-IN-TRANSIT =
                       SPLIT-DAY-COUNT - SHIP-DAY-COUNT
               ELSE
                   MOVE 0 TO DAYS-IN-TRANSIT
               END-IF
               ADD 1 TO CAR-TIMED(CARRIER-IDX, PERIOD-IDX)
               ADD DAYS-IN-TRANSIT
                   TO CAR-TRANSIT-DAYS(CARRIER-IDX, PERIOD-IDX)
               IF DAYS-IN-TRANSIT >
                       CAR-WORST-DAYS(CARRIER-IDX, PERIOD-IDX)
                   MOVE DAYS-IN-TRANSIT
                       TO CAR-WORST-DAYS(CARRIER-IDX, PERIOD-IDX)
               END-IF
               IF DAYS-IN-TRANSIT NOT > CAR-SLA-DAYS(CARRIER-IDX)
                   ADD 1 TO CAR-ON-TIME(CARRIER-IDX, PERIOD-IDX)
               END-IF
           END-IF.
       Count-Delivery-exit.
           exit.
      * --------------------------------------------------------------
      * A return received in either month is charged to the carrier
      * that took the order out - the first consignment's. A return
      * for an order with no consignment on SHIPFILE has no carrier
      * to charge and is left out.
      * --------------------------------------------------------------
       Process-Return-Record section.
           ADD 1 TO RETURNS-READ-CNT.

           MOVE RTN-RETURN-DATE TO DATE-SPLIT.
           PERFORM Derive-Record-Period.

           IF PERIOD-IDX NOT = 0
               AND RTN-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               MOVE RTN-ORDER-NUMBER TO SHP-ORDER-NUMBER
               MOVE 0 TO SHP-CONSIGNMENT-NO
               START SHIPMENT-FILE KEY IS NOT LESS THAN SHP-KEY
                   INVALID KEY
                       MOVE 0 TO SHP-ORDER-NUMBER
                   NOT INVALID KEY
                       READ SHIPMENT-FILE NEXT
                           AT END MOVE 0 TO SHP-ORDER-NUMBER
                       END-READ
               END-START
               IF SHP-ORDER-NUMBER = RTN-ORDER-NUMBER
                   ADD 1 TO RETURNS-COUNTED-CNT
                   PERFORM Resolve-Consignment-Carrier
                   PERFORM Find-Carrier-Entry
                   ADD 1 TO CAR-RETURNS(CARRIER-IDX, PERIOD-IDX)
               END-IF
           END-IF.

           PERFORM Read-Next-Return.
       Process-Return-Record-exit.
           exit.
      * --------------------------------------------------------------
      * The carrier is the one reporting on the parcel - TRACKFIL's
      * - falling back to the warehouse's SHIPFILE entry for a
      * consignment the carriers have not reported on yet.
      * --------------------------------------------------------------
       Resolve-Consignment-Carrier section.
           MOVE 'N' TO TRACKING-FOUND-SW.
           MOVE SHP-ORDER-NUMBER    TO TRK-ORDER-NUMBER.
           MOVE SHP-TRACKING-NUMBER TO TRK-TRACKING-NUMBER.
           READ TRACKING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRACKING-FOUND TO TRUE
           END-READ.
           IF TRACKING-FOUND AND TRK-CARRIER NOT = SPACES
               MOVE TRK-CARRIER TO NEW-CARRIER
           ELSE
               MOVE SHP-CARRIER TO NEW-CARRIER
           END-IF.
           IF NEW-CARRIER = SPACES
               MOVE NO-CARRIER-LABEL TO NEW-CARRIER
           END-IF.
       Resolve-Consignment-Carrier-exit.
           exit.
      * --------------------------------------------------------------
      * Which of the two months a YYYY-MM-DD date falls in: 1 the
      * report month, 2 the month before, 0 neither.
      * --------------------------------------------------------------
       Derive-Record-Period section.
           MOVE 0 TO PERIOD-IDX.
           IF SPLIT-YEAR IS NUMERIC AND SPLIT-MONTH IS NUMERIC
               MOVE SPLIT-YEAR  TO RECORD-YEAR
               MOVE SPLIT-MONTH TO RECORD-MM
               EVALUATE RECORD-MONTH
                   WHEN REPORT-MONTH
                       MOVE 1 TO PERIOD-IDX
                   WHEN PRIOR-MONTH
                       MOVE 2 TO PERIOD-IDX
               END-EVALUATE
           END-IF.
       Derive-Record-Period-exit.
           exit.
      * --------------------------------------------------------------
      * Fold a YYYY-MM-DD date into a running day count: the years,
      * a day for each leap year up to this one, the month's offset
      * and the day of the month - less the leap day again when it
      * is this year's and still to come.
      * --------------------------------------------------------------
       Derive-Day-Count section.
           MOVE 'N' TO DATE-VALID-SW.
           MOVE 0 TO SPLIT-DAY-COUNT.
           IF SPLIT-YEAR IS NUMERIC
               AND SPLIT-MONTH IS NUMERIC
               AND SPLIT-DAY IS NUMERIC
               AND SPLIT-YEAR > 0
               AND SPLIT-MONTH >= 1 AND SPLIT-MONTH <= 12
               AND SPLIT-DAY >= 1 AND SPLIT-DAY <= 31
               SET DATE-VALID TO TRUE
               DIVIDE SPLIT-YEAR BY 4 GIVING SPLIT-QUOTIENT
                   REMAINDER SPLIT-REMAINDER
               COMPUTE SPLIT-DAY-COUNT =
                   SPLIT-YEAR * 365 + SPLIT-QUOTIENT
                   + MONTH-OFFSET(SPLIT-MONTH) + SPLIT-DAY
               IF SPLIT-REMAINDER = 0 AND SPLIT-MONTH <= 2
                   SUBTRACT 1 FROM SPLIT-DAY-COUNT
               END-IF
           END-IF.
       Derive-Day-Count-exit.
           exit.
      * --------------------------------------------------------------
      * Find the carrier's entry - or where it belongs, and open it
      * there with its service days, moving the ones above it up a
      * place.
      * --------------------------------------------------------------
       Find-Carrier-Entry section.
           PERFORM Pass-Lower-Carrier
               VARYING CARRIER-IDX FROM 1 BY 1
               UNTIL CARRIER-IDX > CARRIER-COUNT
               OR CAR-NAME(CARRIER-IDX) NOT < NEW-CARRIER.

           IF CARRIER-IDX > CARRIER-COUNT
               OR CAR-NAME(CARRIER-IDX) NOT = NEW-CARRIER
               IF CARRIER-COUNT >= CARRIER-LIMIT
                   DISPLAY 'CA1YRPT9: MORE THAN ' CARRIER-LIMIT
                       ' CARRIERS - RAISE THE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Shift-Carrier-Up
                   VARYING SHIFT-IDX FROM CARRIER-COUNT BY -1
                   UNTIL SHIFT-IDX < CARRIER-IDX
               ADD 1 TO CARRIER-COUNT
               INITIALIZE CARRIER-ENTRY(CARRIER-IDX)
               MOVE NEW-CARRIER TO CAR-NAME(CARRIER-IDX)
               PERFORM Find-Service-Level
           END-IF.
       Find-Carrier-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Lower-Carrier section.
           CONTINUE.
       Pass-Lower-Carrier-exit.
           exit.
      * --------------------------------------------------------------
       Shift-Carrier-Up section.
           MOVE CARRIER-ENTRY(SHIFT-IDX)
               TO CARRIER-ENTRY(SHIFT-IDX + 1).
       Shift-Carrier-Up-exit.
           exit.
      * --------------------------------------------------------------
      * The carrier's promised days, or the DEFAULT row's when
      * CTLFILE has no row for it.
      * --------------------------------------------------------------
       Find-Service-Level section.
           MOVE SPACES TO CA1Y-CONTROL-RECORD.
           SET CTL-SERVICE-TABLE TO TRUE.
           MOVE NEW-CARRIER TO CTLK-CARRIER.
           MOVE CTL-KEY TO CONTROL-FILE-KEY.
           READ CONTROL-FILE INTO CA1Y-CONTROL-RECORD.
           IF CONTROL-FILE-STATUS = '00'
               MOVE CTLD-SERVICE-DAYS TO CAR-SLA-DAYS(CARRIER-IDX)
           ELSE
               MOVE DEFAULT-SERVICE-DAYS TO CAR-SLA-DAYS(CARRIER-IDX)
           END-IF.
       Find-Service-Level-exit.
           exit.
      * --------------------------------------------------------------
      * Three lines a carrier: the report month, the month before,
      * and the change from one to the other.
      * --------------------------------------------------------------
       Print-Carrier-Entry section.
           MOVE 1 TO PERIOD-IDX.
           PERFORM Derive-Period-Figures.
           MOVE 2 TO PERIOD-IDX.
           PERFORM Derive-Period-Figures.

           MOVE CAR-NAME(CARRIER-IDX)     TO ML-CARRIER.
           MOVE REPORT-YEAR               TO ML-YEAR.
           MOVE REPORT-MM                 TO ML-MM.
           MOVE CAR-SLA-DAYS(CARRIER-IDX) TO ML-SLA-DAYS.
           MOVE 1 TO PERIOD-IDX.
           PERFORM Write-Month-Line.

           MOVE SPACES      TO ML-CARRIER.
           MOVE PRIOR-YEAR  TO ML-YEAR.
           MOVE PRIOR-MM    TO ML-MM.
           MOVE 2 TO PERIOD-IDX.
           PERFORM Write-Month-Line.

           COMPUTE CL-SHIPPED = CAR-SHIPPED(CARRIER-IDX, 1)
               - CAR-SHIPPED(CARRIER-IDX, 2).
           COMPUTE CL-DELIVERED = CAR-DELIVERED(CARRIER-IDX, 1)
               - CAR-DELIVERED(CARRIER-IDX, 2).
           COMPUTE CL-AVERAGE-DAYS = FIG-AVERAGE-DAYS(1)
               - FIG-AVERAGE-DAYS(2).
           COMPUTE CL-WORST-DAYS = CAR-WORST-DAYS(CARRIER-IDX, 1)
               - CAR-WORST-DAYS(CARRIER-IDX, 2).
           COMPUTE CL-ON-TIME-PCT = FIG-ON-TIME-PCT(1)
               - FIG-ON-TIME-PCT(2).
           COMPUTE CL-EXCEPTIONS = CAR-EXCEPTIONS(CARRIER-IDX, 1)
               - CAR-EXCEPTIONS(CARRIER-IDX, 2).
           COMPUTE CL-RETURNS = CAR-RETURNS(CARRIER-IDX, 1)
               - CAR-RETURNS(CARRIER-IDX, 2).
           WRITE REPORT-LINE FROM CHANGE-LINE.
       Print-Carrier-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Average days over the timed deliveries, and the share of
      * them inside the promise; both zero with nothing timed.
      * --------------------------------------------------------------
       Derive-Period-Figures section.
           IF CAR-TIMED(CARRIER-IDX, PERIOD-IDX) = 0
               MOVE 0 TO FIG-AVERAGE-DAYS(PERIOD-IDX)
               MOVE 0 TO FIG-ON-TIME-PCT(PERIOD-IDX)
           ELSE
               COMPUTE FIG-AVERAGE-DAYS(PERIOD-IDX) ROUNDED =
                   CAR-TRANSIT-DAYS(CARRIER-IDX, PERIOD-IDX)
                   / CAR-TIMED(CARRIER-IDX, PERIOD-IDX)
               COMPUTE FIG-ON-TIME-PCT(PERIOD-IDX) ROUNDED =
                   CAR-ON-TIME(CARRIER-IDX, PERIOD-IDX) * 100
                   / CAR-TIMED(CARRIER-IDX, PERIOD-IDX)
           END-IF.
       Derive-Period-Figures-exit.
           exit.
      * --------------------------------------------------------------
       Write-Month-Line section.
           MOVE CAR-SHIPPED(CARRIER-IDX, PERIOD-IDX)    TO ML-SHIPPED.
           MOVE CAR-DELIVERED(CARRIER-IDX, PERIOD-IDX)
               TO ML-DELIVERED.
           MOVE FIG-AVERAGE-DAYS(PERIOD-IDX)  TO ML-AVERAGE-DAYS.
           MOVE CAR-WORST-DAYS(CARRIER-IDX, PERIOD-IDX)
               TO ML-WORST-DAYS.
           MOVE FIG-ON-TIME-PCT(PERIOD-IDX)   TO ML-ON-TIME-PCT.
           MOVE CAR-EXCEPTIONS(CARRIER-IDX, PERIOD-IDX)
               TO ML-EXCEPTIONS.
           MOVE CAR-RETURNS(CARRIER-IDX, PERIOD-IDX)    TO ML-RETURNS.
           WRITE REPORT-LINE FROM MONTH-LINE.
       Write-Month-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next consignment, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Shipment section.
           READ SHIPMENT-FILE NEXT
               AT END SET SHIPMENT-EOF TO TRUE
           END-READ.
       Read-Next-Shipment-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next return, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Return section.
           READ RETURN-FILE
               AT END SET RETURN-EOF TO TRUE
           END-READ.
       Read-Next-Return-exit.
           exit.
      * --------------------------------------------------------------
      * Print the run totals and close the files.
      * --------------------------------------------------------------
       Terminate-Report section.
           MOVE SHIPMENTS-READ-CNT    TO TL-SHIPMENTS-READ.
           MOVE SHIPMENTS-COUNTED-CNT TO TL-SHIPMENTS-COUNTED.
           MOVE RETURNS-READ-CNT      TO TL-RETURNS-READ.
           MOVE RETURNS-COUNTED-CNT   TO TL-RETURNS-COUNTED.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           PERFORM Write-Runlog-Entry.

           CLOSE SHIPMENT-FILE.
           CLOSE TRACKING-FILE.
           CLOSE RETURN-FILE.
           CLOSE CONTROL-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUNLOG-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           END-IF.
       Terminate-Report-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the run, with its totals, so the nightly
      * cycle can see it finished. The key collides only with another
      * run started in the same second, so a duplicate moves the
      * start time along and tries again, as CA1YRUNW does; any other
      * failure is reported.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE 'CA1YRPT9' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 4 TO RUN-COUNTER-COUNT.
           MOVE 'SHIPMENTS' TO RUN-COUNTER-LABEL(1).
           MOVE SHIPMENTS-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'SHIP COUNTED' TO RUN-COUNTER-LABEL(2).
           MOVE SHIPMENTS-COUNTED-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'RETURNS' TO RUN-COUNTER-LABEL(3).
           MOVE RETURNS-READ-CNT TO RUN-COUNTER-VALUE(3).
           MOVE 'RET COUNTED' TO RUN-COUNTER-LABEL(4).
           MOVE RETURNS-COUNTED-CNT TO RUN-COUNTER-VALUE(4).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YRPT9: RUNLOG WRITE FAILED, STATUS '
                   RUNLOG-FILE-STATUS
           END-IF.
       Write-Runlog-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Write-Runlog-Record section.
           ADD 1 TO RUNLOG-WRITE-TRIES.
           WRITE CA1Y-RUNLOG-RECORD
               INVALID KEY
                   IF RUNLOG-FILE-STATUS = '22'
                       ADD 1 TO RUN-START-TIME
                   ELSE
                       MOVE RUNLOG-TRY-LIMIT TO RUNLOG-WRITE-TRIES
                   END-IF
               NOT INVALID KEY
                   SET RUNLOG-WRITTEN TO TRUE
           END-WRITE.
       Write-Runlog-Record-exit.
           exit.
