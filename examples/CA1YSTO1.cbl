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
      * Nightly standing-order generator. Customers who order the
      * same things every week or month used to have the order keyed
      * again each time by customer service, and now and then it was
      * missed. This job walks the STANDORD file and, for every
      * active standing order due on or before the run date, writes
      * one CA1YORD.cpy record to ORDSTDO - another of the files the
      * CA1YEDT1 edit run takes as its input, alongside CA1YEDI1's
      * ORDEDIO - so a generated order meets exactly the same rules,
      * credit check included, as a keyed one.
      *
      * Each line is priced the way CA1YEDI1 prices a partner's
      * order: at the price in force on the run date - the PRICEHST
      * row with the latest effective date not after it, or the
      * ITEMMAST current price - with the master's description, and
      * the order is dated the run date, so the edit proves the same
      * price. A line whose SKU has left ITEMMAST or been retired is
      * dropped and reported; customer service picks it up from the
      * report rather than the whole order failing the edit.
      *
      * The next-due date then moves on by the frequency - a week, a
      * fortnight or a calendar month - until it is after the run
      * date, so a standing order the job missed for a few nights
      * produces one order, not a backlog of them. One whose next-due
      * date passes its end date is ended. A customer CA1YCMRG merged
      * away is followed to the survivor, and the standing order is
      * repointed there.
      *
      * Order numbers are assigned sequentially from the SYSIN
      * starting number, exactly as CA1YEDI1 assigns them, and with
      * the same guard on the reserved synthetic range. The order
      * number and date are kept on the standing order, so a rerun
      * on the same day writes that day's orders again under the same
      * numbers - without moving the due dates a second time - and
      * numbers the rest past every one of them: before the main pass
      * a scan of STANDORD finds the highest number the day's
      * earlier run issued, and numbering starts above it, so a new
      * standing order that sorts ahead of a rewritten one cannot
      * take a number the first run already used.
      *
      * STANDORD and PRICEHST are opened as optional files, so a region
      * that has never loaded either gets an empty file instead of a
      * failed open: no standing orders means an empty ORDSTDO, and no
      * price history means every line priced from ITEMMAST.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YSTO1.
       Environment division.
       Input-output section.
       File-control.
           Select optional Standing-file assign to STANDORD
               organization is indexed
               access mode is dynamic
               record key is STO-NUMBER
               file status is STANDING-FILE-STATUS.
           Select Customer-file assign to CUSTMAST
               organization is indexed
               access mode is random
               record key is CUST-REC-NUMBER
               file status is CUSTOMER-FILE-STATUS.
           Select Item-file assign to ITEMMAST
               organization is indexed
               access mode is random
               record key is ITM-SKU
               file status is ITEM-FILE-STATUS.
           Select optional Price-history-file assign to PRICEHST
               organization is indexed
               access mode is dynamic
               record key is PRH-KEY
               file status is PRICE-HISTORY-STATUS.
           Select Order-out-file assign to ORDSTDO
               organization is sequential
               file status is ORDER-OUT-STATUS.
           Select Report-file assign to RPTFILF
               organization is sequential
               file status is REPORT-FILE-STATUS.
       Data division.
       File section.
       FD Standing-file.
           COPY CA1YSTO.
       FD Customer-file.
           COPY CA1YCUS.
       FD Item-file.
           COPY CA1YITM.
       FD Price-history-file.
           COPY CA1YPRH.
       FD Order-out-file record contains 2398 characters.
           COPY CA1YORD.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE               PIC X(132).
      *****************************************************************
       Working-storage section.
           COPY CA1YSYN.
       01 FILE-STATUSES.
           02 STANDING-FILE-STATUS      PIC X(02) VALUE '00'.
           02 CUSTOMER-FILE-STATUS      PIC X(02) VALUE '00'.
           02 ITEM-FILE-STATUS          PIC X(02) VALUE '00'.
           02 PRICE-HISTORY-STATUS      PIC X(02) VALUE '00'.
           02 ORDER-OUT-STATUS          PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 STANDING-EOF-SW           PIC X(01) VALUE 'N'.
               88 STANDING-EOF           VALUE 'Y'.
           02 PRICE-HISTORY-EOF-SW      PIC X(01) VALUE 'N'.
               88 PRICE-HISTORY-EOF     VALUE 'Y'.
           02 CUSTOMER-RESOLVED-SW      PIC X(01) VALUE 'N'.
               88 CUSTOMER-RESOLVED     VALUE 'Y'.
           02 RECORD-CHANGED-SW         PIC X(01) VALUE 'N'.
               88 RECORD-CHANGED        VALUE 'Y'.
       01 START-PARM                    PIC X(08) VALUE SPACES.
       01 NEXT-ORDER-NUMBER             PIC 9(08) VALUE 0.
       01 THIS-ORDER-NUMBER             PIC 9(08) VALUE 0.
       01 STO-LINE-IDX                  PIC 9(02) VALUE 0.
       01 ORD-ITEM-IDX                  PIC 9(03) VALUE 0.
       01 ORDER-WORK-TOTAL              PIC 9(09)V99 VALUE 0.
       01 DROP-REASON                   PIC X(16) VALUE SPACES.
      * --------------------------------------------------------------
      * Every order this run writes is dated the run date, and is
      * priced as of it.
      * --------------------------------------------------------------
       01 PRICE-RESOLUTION.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 PRICE-IN-FORCE            PIC 9(05)V99 VALUE 0.
      * --------------------------------------------------------------
      * Moving a due date on. The split view takes a 0CYYDDD date
      * apart; the tables give each month's first day-of-year less
      * one and its length, in a year that is not a leap year.
      * --------------------------------------------------------------
       01 DUE-DATE-WORK.
           02 DUE-CYYDDD                PIC 9(07) VALUE 0.
           02 DUE-SPLIT REDEFINES DUE-CYYDDD.
               03 DUE-CYY               PIC 9(04).
               03 DUE-DDD               PIC 9(03).
           02 DUE-YEAR                  PIC 9(04) VALUE 0.
           02 DUE-YEAR-LENGTH           PIC 9(03) VALUE 0.
           02 DUE-LEAP-DAYS             PIC 9(01) VALUE 0.
           02 DUE-MONTH                 PIC 9(02) VALUE 0.
           02 DUE-DAY                   PIC 9(02) VALUE 0.
           02 DUE-MONTH-LENGTH          PIC 9(02) VALUE 0.
           02 DUE-MONTH-START           PIC 9(03) VALUE 0.
           02 DUE-QUOTIENT              PIC 9(04) VALUE 0.
           02 DUE-REMAINDER             PIC 9(01) VALUE 0.
       01 MONTH-START-VALUES.
           02 FILLER                    PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           02 MONTH-START               PIC 9(03) OCCURS 12 TIMES.
       01 MONTH-LENGTH-VALUES.
           02 FILLER                    PIC X(24) VALUE
               '312831303130313130313031'.
       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           02 MONTH-LENGTH              PIC 9(02) OCCURS 12 TIMES.
       01 RUN-COUNTERS.
           02 STANDING-READ-CNT         PIC 9(07) VALUE 0.
           02 ORDERS-GENERATED-CNT      PIC 9(07) VALUE 0.
           02 ORDERS-REGENERATED-CNT    PIC 9(07) VALUE 0.
           02 STANDING-ENDED-CNT        PIC 9(07) VALUE 0.
       01 HEADING-LINE-1                PIC X(132) VALUE
           'CA1YSTO1 - STANDING ORDER GENERATION REPORT'.
       01 HEADING-LINE-2                PIC X(132) VALUE
           'STANDING  CUSTOMER  DISPOSITION  ORDER NO  NOTE'.
       01 DETAIL-LINE.
           02 DL-STANDING-NUMBER        PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-CUST-NUMBER            PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-DISPOSITION            PIC X(11).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-ORDER-NUMBER           PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-NOTE                   PIC X(44).
           02 FILLER                    PIC X(45) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 TL-READ                   PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(07) VALUE ' READ, '.
           02 TL-GENERATED              PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(12) VALUE ' GENERATED, '.
           02 TL-REGENERATED            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(20)
               VALUE ' WRITTEN AGAIN, '.
           02 TL-ENDED                  PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(06) VALUE ' ENDED'.
           02 FILLER                    PIC X(55) VALUE SPACES.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Generator-Run.
           PERFORM Process-Standing-Order UNTIL STANDING-EOF.
           PERFORM Terminate-Generator-Run.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Pick up the starting order number, open the files, print the
      * report heading, and prime the loop.
      * --------------------------------------------------------------
       Initialize-Generator-Run section.
           ACCEPT START-PARM.
           IF START-PARM IS NOT NUMERIC
               DISPLAY 'CA1YSTO1: SYSIN STARTING ORDER NUMBER '
                   'MISSING OR NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE START-PARM TO NEXT-ORDER-NUMBER.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           IF NEXT-ORDER-NUMBER >= SYNTHETIC-ORDER-FLOOR
               DISPLAY 'CA1YSTO1: STARTING ORDER NUMBER IS IN THE '
                   'RESERVED SYNTHETIC RANGE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STANDING-FILE.
           IF STANDING-FILE-STATUS NOT = '00'
               AND STANDING-FILE-STATUS NOT = '05'
               DISPLAY 'CA1YSTO1: STANDORD OPEN FAILED, STATUS '
                   STANDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSTO1: CUSTMAST OPEN FAILED, STATUS '
                   CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ITEM-FILE.
           IF ITEM-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSTO1: ITEMMAST OPEN FAILED, STATUS '
                   ITEM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS NOT = '00'
               AND PRICE-HISTORY-STATUS NOT = '05'
               DISPLAY 'CA1YSTO1: PRICEHST OPEN FAILED, STATUS '
                   PRICE-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ORDER-OUT-FILE.
           IF ORDER-OUT-STATUS NOT = '00'
               DISPLAY 'CA1YSTO1: ORDSTDO OPEN FAILED, STATUS '
                   ORDER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YSTO1: RPTFILF OPEN FAILED, STATUS '
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           PERFORM Scan-Rerun-Numbers.

           MOVE 'N' TO STANDING-EOF-SW.
           MOVE 0 TO STO-NUMBER.
           START STANDING-FILE KEY IS NOT LESS THAN STO-NUMBER
               INVALID KEY SET STANDING-EOF TO TRUE
           END-START.
           PERFORM Read-Next-Standing-Order.
       Initialize-Generator-Run-exit.
           exit.
      * --------------------------------------------------------------
      * A rerun on the day: every order number an earlier run today
      * issued is held on its standing order, so walk the file once
      * and start the numbering above the highest of them.
      * --------------------------------------------------------------
       Scan-Rerun-Numbers section.
           MOVE 0 TO STO-NUMBER.
           START STANDING-FILE KEY IS NOT LESS THAN STO-NUMBER
               INVALID KEY SET STANDING-EOF TO TRUE
           END-START.
           PERFORM Read-Next-Standing-Order.
           PERFORM Check-Rerun-Number UNTIL STANDING-EOF.
           IF NEXT-ORDER-NUMBER >= SYNTHETIC-ORDER-FLOOR
               DISPLAY 'CA1YSTO1: ORDER NUMBERS REACHED THE '
                   'RESERVED SYNTHETIC RANGE - RERUN FROM A '
                   'FRESH RANGE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       Scan-Rerun-Numbers-exit.
           exit.
      * --------------------------------------------------------------
       Check-Rerun-Number section.
           IF STO-LAST-GENERATED-DATE = RUN-DATE-CYYDDD
               AND STO-LAST-ORDER-NUMBER >= NEXT-ORDER-NUMBER
               COMPUTE NEXT-ORDER-NUMBER = STO-LAST-ORDER-NUMBER + 1
           END-IF.
           PERFORM Read-Next-Standing-Order.
       Check-Rerun-Number-exit.
           exit.
      * --------------------------------------------------------------
      * One standing order: written again if this run's date already
      * generated it, generated if it is active and due, left alone
      * otherwise. Anything changed goes back to STANDORD at once.
      * --------------------------------------------------------------
       Process-Standing-Order section.
           ADD 1 TO STANDING-READ-CNT.
           MOVE 'N' TO RECORD-CHANGED-SW.

           EVALUATE TRUE
               WHEN STO-LAST-GENERATED-DATE = RUN-DATE-CYYDDD
                 AND STO-LAST-ORDER-NUMBER > 0
                   PERFORM Regenerate-Standing-Order
               WHEN STO-ACTIVE
                 AND STO-NEXT-DUE-DATE NOT > RUN-DATE-CYYDDD
                   IF STO-END-DATE > 0
                       AND STO-NEXT-DUE-DATE > STO-END-DATE
                       PERFORM End-Standing-Order
                   ELSE
                       PERFORM Generate-Standing-Order
                   END-IF
           END-EVALUATE.

           IF RECORD-CHANGED
               REWRITE CA1Y-STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY 'CA1YSTO1: STANDORD REWRITE FAILED, '
                           'STATUS ' STANDING-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

           PERFORM Read-Next-Standing-Order.
       Process-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Due today: take a number, write the order, remember it, and
      * move the due date on.
      * --------------------------------------------------------------
       Generate-Standing-Order section.
           PERFORM Resolve-Standing-Customer.
           IF CUSTOMER-RESOLVED
               IF NEXT-ORDER-NUMBER >= SYNTHETIC-ORDER-FLOOR
                   DISPLAY 'CA1YSTO1: ORDER NUMBERS REACHED THE '
                       'RESERVED SYNTHETIC RANGE - RERUN FROM A '
                       'FRESH RANGE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NEXT-ORDER-NUMBER TO THIS-ORDER-NUMBER
               ADD 1 TO NEXT-ORDER-NUMBER
               MOVE 'GENERATED  ' TO DL-DISPOSITION
               PERFORM Build-Standing-Order
               IF ORD-ITEM-COUNT > 0
                   ADD 1 TO ORDERS-GENERATED-CNT
               END-IF

               MOVE RUN-DATE-CYYDDD   TO STO-LAST-GENERATED-DATE
               MOVE THIS-ORDER-NUMBER TO STO-LAST-ORDER-NUMBER
               PERFORM Advance-Next-Due-Date
                   UNTIL STO-NEXT-DUE-DATE > RUN-DATE-CYYDDD
               SET RECORD-CHANGED TO TRUE
               IF STO-END-DATE > 0
                   AND STO-NEXT-DUE-DATE > STO-END-DATE
                   PERFORM End-Standing-Order
               END-IF
           END-IF.
       Generate-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * A rerun on the day: the due date has already moved, so write
      * the order again under the number it had, and keep the
      * numbering clear of it.
      * --------------------------------------------------------------
       Regenerate-Standing-Order section.
           PERFORM Resolve-Standing-Customer.
           IF CUSTOMER-RESOLVED
               MOVE STO-LAST-ORDER-NUMBER TO THIS-ORDER-NUMBER
               IF NEXT-ORDER-NUMBER NOT > THIS-ORDER-NUMBER
                   COMPUTE NEXT-ORDER-NUMBER = THIS-ORDER-NUMBER + 1
               END-IF
               MOVE 'WRITTEN AGN' TO DL-DISPOSITION
               PERFORM Build-Standing-Order
               IF ORD-ITEM-COUNT > 0
                   ADD 1 TO ORDERS-REGENERATED-CNT
               END-IF
           END-IF.
       Regenerate-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Past its end date: nothing more falls due.
      * --------------------------------------------------------------
       End-Standing-Order section.
           SET STO-ENDED TO TRUE.
           SET RECORD-CHANGED TO TRUE.
           ADD 1 TO STANDING-ENDED-CNT.
           MOVE 'ENDED      ' TO DL-DISPOSITION.
           MOVE 0 TO DL-ORDER-NUMBER.
           MOVE 'END DATE REACHED' TO DL-NOTE.
           PERFORM Write-Report-Line.
       End-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The customer must be on CUSTMAST. One merged away is followed
      * to the survivor and the standing order repointed; one not on
      * file at all is reported every night, due date untouched,
      * until customer service sorts it out.
      * --------------------------------------------------------------
       Resolve-Standing-Customer section.
           MOVE 'N' TO CUSTOMER-RESOLVED-SW.
           MOVE STO-CUST-NUMBER TO CUST-REC-NUMBER.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'SKIPPED    ' TO DL-DISPOSITION
                   MOVE 0 TO DL-ORDER-NUMBER
                   MOVE 'CUSTOMER NOT ON CUSTMAST - NOTHING WRITTEN'
                       TO DL-NOTE
                   PERFORM Write-Report-Line
               NOT INVALID KEY
                   SET CUSTOMER-RESOLVED TO TRUE
           END-READ.
           IF CUSTOMER-RESOLVED
               AND CUST-REC-MERGED
               AND CUST-REC-MERGED-TO NOT = STO-CUST-NUMBER
               MOVE CUST-REC-MERGED-TO TO STO-CUST-NUMBER
               SET RECORD-CHANGED TO TRUE
           END-IF.
       Resolve-Standing-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * Assemble the order from the standing order's lines, priced as
      * of the run date, and write it if any line survived.
      * --------------------------------------------------------------
       Build-Standing-Order section.
           MOVE THIS-ORDER-NUMBER TO ORD-ORDER-NUMBER.
           MOVE STO-CUST-NUMBER   TO ORD-CUST-NUMBER.
           MOVE STO-CURRENCY-CODE TO ORD-CURRENCY-CODE.
           MOVE STO-ORDER-SOURCE  TO ORD-ORDER-SOURCE.
           MOVE RUN-DATE-CYYDDD   TO ORD-ORDER-DATE.
           MOVE 0 TO ORDER-WORK-TOTAL.
           MOVE 0 TO ORD-ITEM-IDX.
           MOVE 50 TO ORD-ITEM-COUNT.
           PERFORM Price-Standing-Line
               VARYING STO-LINE-IDX FROM 1 BY 1
               UNTIL STO-LINE-IDX > STO-LINE-COUNT.
           MOVE ORD-ITEM-IDX     TO ORD-ITEM-COUNT.
           MOVE ORDER-WORK-TOTAL TO ORD-ORDER-TOTAL.

           IF ORD-ITEM-COUNT = 0
               MOVE 0 TO DL-ORDER-NUMBER
               MOVE 'NO ORDERABLE LINES - NOTHING WRITTEN'
                   TO DL-NOTE
           ELSE
               WRITE CA1Y-ORDER-RECORD
               IF ORDER-OUT-STATUS NOT = '00'
                   DISPLAY 'CA1YSTO1: ORDSTDO WRITE FAILED, STATUS '
                       ORDER-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE THIS-ORDER-NUMBER TO DL-ORDER-NUMBER
               MOVE SPACES TO DL-NOTE
           END-IF.
           PERFORM Write-Report-Line.
       Build-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * One standing-order line onto the order: the SKU must be live
      * on ITEMMAST; a line whose SKU is not is dropped and reported.
      * --------------------------------------------------------------
       Price-Standing-Line section.
           MOVE STO-LINE-SKU(STO-LINE-IDX) TO ITM-SKU.
           READ ITEM-FILE
               INVALID KEY
                   MOVE 'NOT ON ITEMMAST' TO DROP-REASON
                   PERFORM Report-Dropped-Line
               NOT INVALID KEY
                   IF ITM-INACTIVE
                       MOVE 'RETIRED' TO DROP-REASON
                       PERFORM Report-Dropped-Line
                   ELSE
                       PERFORM Add-Order-Line
                   END-IF
           END-READ.
       Price-Standing-Line-exit.
           exit.
      * --------------------------------------------------------------
       Add-Order-Line section.
           PERFORM Resolve-Price-In-Force.
           ADD 1 TO ORD-ITEM-IDX.
           MOVE ITM-SKU TO ORD-ITEM-SKU(ORD-ITEM-IDX).
           MOVE STO-LINE-QUANTITY(STO-LINE-IDX)
               TO ORD-ITEM-QUANTITY(ORD-ITEM-IDX).
           MOVE ITM-DESCRIPTION TO ORD-ITEM-DESCRIPTION(ORD-ITEM-IDX).
           MOVE PRICE-IN-FORCE TO ORD-ITEM-UNIT-PRICE(ORD-ITEM-IDX).
           COMPUTE ORD-ITEM-EXT-AMOUNT(ORD-ITEM-IDX) =
               STO-LINE-QUANTITY(STO-LINE-IDX) * PRICE-IN-FORCE.
           ADD ORD-ITEM-EXT-AMOUNT(ORD-ITEM-IDX) TO ORDER-WORK-TOTAL.
       Add-Order-Line-exit.
           exit.
      * --------------------------------------------------------------
       Report-Dropped-Line section.
           MOVE 'LINE DROPPD' TO DL-DISPOSITION.
           MOVE SPACES TO DL-NOTE.
           STRING 'SKU ' STO-LINE-SKU(STO-LINE-IDX) ' '
                  DROP-REASON DELIMITED BY '  '
                  ' - LINE DROPPED' DELIMITED BY SIZE
               INTO DL-NOTE
           END-STRING.
           MOVE THIS-ORDER-NUMBER TO DL-ORDER-NUMBER.
           PERFORM Write-Report-Line.
           IF STO-LAST-GENERATED-DATE = RUN-DATE-CYYDDD
               AND STO-LAST-ORDER-NUMBER = THIS-ORDER-NUMBER
               MOVE 'WRITTEN AGN' TO DL-DISPOSITION
           ELSE
               MOVE 'GENERATED  ' TO DL-DISPOSITION
           END-IF.
       Report-Dropped-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Find the price in force for the item just read on the run
      * date: browse the item's PRICEHST rows oldest first and keep
      * the last one not after that date - the same resolution the
      * edit makes. An item with no row that early keeps the
      * master's current price.
      * --------------------------------------------------------------
       Resolve-Price-In-Force section.
           MOVE ITM-CURRENT-PRICE TO PRICE-IN-FORCE.

           MOVE 'N' TO PRICE-HISTORY-EOF-SW.
           MOVE ITM-SKU TO PRH-SKU.
           MOVE 0 TO PRH-EFFECTIVE-DATE.
           START PRICE-HISTORY-FILE KEY IS NOT LESS THAN PRH-KEY
               INVALID KEY
                   SET PRICE-HISTORY-EOF TO TRUE
           END-START.
           PERFORM Read-Price-History-Row
               UNTIL PRICE-HISTORY-EOF.
       Resolve-Price-In-Force-exit.
           exit.
      * --------------------------------------------------------------
      * One row of the item's history; the browse stops at the first
      * row for another SKU or dated after the run date.
      * --------------------------------------------------------------
       Read-Price-History-Row section.
           READ PRICE-HISTORY-FILE NEXT RECORD
               AT END
                   SET PRICE-HISTORY-EOF TO TRUE
           END-READ.
           IF NOT PRICE-HISTORY-EOF
               IF PRH-SKU NOT = ITM-SKU
                   OR PRH-EFFECTIVE-DATE > RUN-DATE-CYYDDD
                   SET PRICE-HISTORY-EOF TO TRUE
               ELSE
                   MOVE PRH-UNIT-PRICE TO PRICE-IN-FORCE
               END-IF
           END-IF.
       Read-Price-History-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Move the next-due date on by one period: seven or fourteen
      * days, or to the standing order's due day in the following
      * month - the month's last day when it has fewer days. A
      * monthly record that has never moved takes its due day from
      * the date it was first due.
      * --------------------------------------------------------------
       Advance-Next-Due-Date section.
           MOVE STO-NEXT-DUE-DATE TO DUE-CYYDDD.
           COMPUTE DUE-YEAR = 1900 + DUE-CYY.
           PERFORM Derive-Due-Year-Length.

           EVALUATE TRUE
               WHEN STO-WEEKLY
                   ADD 7 TO DUE-DDD
               WHEN STO-FORTNIGHTLY
                   ADD 14 TO DUE-DDD
               WHEN OTHER
                   PERFORM Advance-Due-Month
           END-EVALUATE.

           IF DUE-DDD > DUE-YEAR-LENGTH
               SUBTRACT DUE-YEAR-LENGTH FROM DUE-DDD
               ADD 1 TO DUE-YEAR
           END-IF.
           COMPUTE STO-NEXT-DUE-DATE =
               (DUE-YEAR - 1900) * 1000 + DUE-DDD.
       Advance-Next-Due-Date-exit.
           exit.
      * --------------------------------------------------------------
      * Work out the month and day the due date falls on, step to the
      * next month (and year), and turn the due day in that month
      * back into a day of the year.
      * --------------------------------------------------------------
       Advance-Due-Month section.
           MOVE 13 TO DUE-MONTH.
           MOVE 999 TO DUE-MONTH-START.
           PERFORM Step-Back-Due-Month
               UNTIL DUE-DDD > DUE-MONTH-START.
           COMPUTE DUE-DAY = DUE-DDD - DUE-MONTH-START.
           IF STO-DUE-DAY = 0
               MOVE DUE-DAY TO STO-DUE-DAY
           END-IF.

           IF DUE-MONTH = 12
               MOVE 1 TO DUE-MONTH
               ADD 1 TO DUE-YEAR
               PERFORM Derive-Due-Year-Length
           ELSE
               ADD 1 TO DUE-MONTH
           END-IF.

           MOVE MONTH-LENGTH(DUE-MONTH) TO DUE-MONTH-LENGTH.
           IF DUE-MONTH = 2
               ADD DUE-LEAP-DAYS TO DUE-MONTH-LENGTH
           END-IF.
           MOVE STO-DUE-DAY TO DUE-DAY.
           IF DUE-DAY > DUE-MONTH-LENGTH
               MOVE DUE-MONTH-LENGTH TO DUE-DAY
           END-IF.
           COMPUTE DUE-DDD = MONTH-START(DUE-MONTH) + DUE-DAY.
           IF DUE-MONTH > 2
               ADD DUE-LEAP-DAYS TO DUE-DDD
           END-IF.
       Advance-Due-Month-exit.
           exit.
      * --------------------------------------------------------------
      * One month back: where that month starts in the due year.
      * --------------------------------------------------------------
       Step-Back-Due-Month section.
           SUBTRACT 1 FROM DUE-MONTH.
           MOVE MONTH-START(DUE-MONTH) TO DUE-MONTH-START.
           IF DUE-MONTH > 2
               ADD DUE-LEAP-DAYS TO DUE-MONTH-START
           END-IF.
       Step-Back-Due-Month-exit.
           exit.
      * --------------------------------------------------------------
      * Every fourth year is a leap year - the same arithmetic the
      * day counts elsewhere use.
      * --------------------------------------------------------------
       Derive-Due-Year-Length section.
           DIVIDE DUE-YEAR BY 4 GIVING DUE-QUOTIENT
               REMAINDER DUE-REMAINDER.
           IF DUE-REMAINDER = 0
               MOVE 1 TO DUE-LEAP-DAYS
               MOVE 366 TO DUE-YEAR-LENGTH
           ELSE
               MOVE 0 TO DUE-LEAP-DAYS
               MOVE 365 TO DUE-YEAR-LENGTH
           END-IF.
       Derive-Due-Year-Length-exit.
           exit.
      * --------------------------------------------------------------
       Write-Report-Line section.
           MOVE STO-NUMBER      TO DL-STANDING-NUMBER.
           MOVE STO-CUST-NUMBER TO DL-CUST-NUMBER.
           WRITE REPORT-LINE FROM DETAIL-LINE.
       Write-Report-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next standing order, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Standing-Order section.
           IF NOT STANDING-EOF
               READ STANDING-FILE NEXT
                   AT END SET STANDING-EOF TO TRUE
               END-READ
           END-IF.
       Read-Next-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Print the run totals and close the files.
      * --------------------------------------------------------------
       Terminate-Generator-Run section.
           MOVE STANDING-READ-CNT      TO TL-READ.
           MOVE ORDERS-GENERATED-CNT   TO TL-GENERATED.
           MOVE ORDERS-REGENERATED-CNT TO TL-REGENERATED.
           MOVE STANDING-ENDED-CNT     TO TL-ENDED.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           CLOSE STANDING-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ITEM-FILE.
           CLOSE PRICE-HISTORY-FILE.
           CLOSE ORDER-OUT-FILE.
           CLOSE REPORT-FILE.
       Terminate-Generator-Run-exit.
           exit.
