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
      * Accounts-receivable aging report by customer.
      *
      * CA1YSTM1 emails each customer a statement and CA1YDUN1
      * chases single unpaid orders, but nothing showed the credit
      * controller who owes what, and for how long, in one place.
      * This report walks ORDERFIL customer by customer along the
      * alternate index on ORD-CUST-NUMBER (the one the ORDERPTH path
      * gives the online programs), nets each order's PAYMENTS group
      * - payments in, less refunds and chargebacks out - and ages
      * every order with money still owing:
      *
      *   CURRENT   not yet AGING-TERMS-DAYS old
      *   1-30      1 to 30 days past that
      *   31-60, 61-90, OVER 90
      *
      * The terms are the grace CA1YDUN1 gives before its first
      * reminder, so an order is overdue here exactly when the
      * dunning run starts on it, and each overdue order shows the
      * reminder it has reached on the DUNNING file. An order's age
      * runs from ORD-ORDER-DATE, or from its last lifecycle stamp
      * on ORDSTAT when it predates that field. Cancelled, returned
      * and refunded orders owe nothing and the canary's synthetic
      * range is left out.
      *
      * Each customer prints its open orders and a total line per
      * currency; the report ends with subtotals by order source and
      * currency and grand totals per currency - amounts in two
      * currencies do not add up to anything.
      *
      * A customer CA1YCMRG merged away still owns any order that
      * reached ORDERFIL under the old number after the merge. Those
      * orders roll up under the survivor (following a chain of
      * merges) and print there with an '*' against them. They are
      * collected before the main walk, which then skips the merged
      * numbers; a survivor with no orders under its own number
      * prints in its place in customer-number order all the same.
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
       Program-id. CA1YRPT8.
       Environment division.
       Input-output section.
       File-control.
           Select Order-file assign to ORDERFIL
               organization is indexed
               access mode is dynamic
               record key is ORD-ORDER-NUMBER
               alternate record key is ORD-CUST-NUMBER
                   with duplicates
               file status is ORDER-FILE-STATUS.
           Select Payment-file assign to PAYMENTS
               organization is indexed
               access mode is dynamic
               record key is PAY-KEY
               file status is PAYMENT-FILE-STATUS.
           Select Status-file assign to ORDSTAT
               organization is indexed
               access mode is random
               record key is OSTAT-ORDER-NUMBER
               file status is STATUS-FILE-STATUS.
           Select Dunning-file assign to DUNNING
               organization is indexed
               access mode is random
               record key is DUN-ORDER-NUMBER
               file status is DUNNING-FILE-STATUS.
           Select Customer-file assign to CUSTMAST
               organization is indexed
               access mode is dynamic
               record key is CUST-REC-NUMBER
               file status is CUSTOMER-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFILD
               organization is sequential
               file status is REPORT-FILE-STATUS.
       Data division.
       File section.
       FD Order-file.
           COPY CA1YORD.
       FD Payment-file.
           COPY CA1YPAY.
       FD Status-file.
           COPY CA1YSTA.
       FD Dunning-file.
           COPY CA1YDUN.
       FD Customer-file.
           COPY CA1YCUS.
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
       Working-storage section.
           COPY CA1YSYN.
       01 FILE-STATUSES.
           02 ORDER-FILE-STATUS         PIC X(02) VALUE '00'.
           02 PAYMENT-FILE-STATUS       PIC X(02) VALUE '00'.
           02 STATUS-FILE-STATUS        PIC X(02) VALUE '00'.
           02 DUNNING-FILE-STATUS       PIC X(02) VALUE '00'.
           02 CUSTOMER-FILE-STATUS      PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 ORDER-EOF-SW              PIC X(01) VALUE 'N'.
               88 ORDER-EOF              VALUE 'Y'.
           02 GROUP-END-SW              PIC X(01) VALUE 'N'.
               88 GROUP-END              VALUE 'Y'.
           02 PAYMENT-EOF-SW            PIC X(01) VALUE 'N'.
               88 PAYMENT-EOF            VALUE 'Y'.
           02 CUSTOMER-EOF-SW           PIC X(01) VALUE 'N'.
               88 CUSTOMER-EOF           VALUE 'Y'.
           02 ORDER-OPEN-SW             PIC X(01) VALUE 'N'.
               88 ORDER-OPEN             VALUE 'Y'.
           02 HEADER-PRINTED-SW         PIC X(01) VALUE 'N'.
               88 HEADER-PRINTED         VALUE 'Y'.
           02 MERGED-FOUND-SW           PIC X(01) VALUE 'N'.
               88 MERGED-FOUND           VALUE 'Y'.
           02 TABLE-OVERFLOW-SW         PIC X(01) VALUE 'N'.
               88 TABLE-OVERFLOW         VALUE 'Y'.
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
       01 REPORT-COUNTERS.
           02 ORDERS-READ-CNT           PIC 9(07) VALUE 0.
           02 OPEN-ORDERS-CNT           PIC 9(07) VALUE 0.
           02 CUSTOMERS-PRINTED-CNT     PIC 9(07) VALUE 0.
           02 ROLLED-UP-CNT             PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * Days an order may go unpaid before it is overdue - the same
      * grace CA1YDUN1 gives before its first reminder.
      * --------------------------------------------------------------
       01 AGING-TERMS-DAYS           PIC 9(03) VALUE 14.
       01 DATE-WORK.
           02 TODAY-YYYYDDD             PIC 9(07) VALUE 0.
           02 TODAY-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 STAMP-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 STAMP-CYYDDD              PIC 9(07) VALUE 0.
           02 STAMP-SPLIT REDEFINES STAMP-CYYDDD.
               03 STAMP-CYY             PIC 9(04).
               03 STAMP-DDD             PIC 9(03).
           02 STAMP-YEAR                PIC 9(04) VALUE 0.
           02 ORDER-AGE-DAYS            PIC S9(05) COMP VALUE 0.
      * --------------------------------------------------------------
      * Customers merged away, in customer-number order as CUSTMAST
      * gives them, each with the live survivor at the end of its
      * chain of merges.
      * --------------------------------------------------------------
       01 MERGED-TABLE.
           02 MERGED-COUNT              PIC 9(04) VALUE 0.
           02 MERGED-LIMIT              PIC 9(04) VALUE 2000.
           02 MERGED-ENTRY OCCURS 2000 TIMES.
               03 MT-CUST-NUMBER        PIC 9(08).
               03 MT-SURVIVOR-NUMBER    PIC 9(08).
       01 MERGED-IDX                 PIC 9(04) VALUE 0.
       01 MERGE-HOP-COUNT            PIC 9(02) VALUE 0.
       01 MERGE-HOP-LIMIT            PIC 9(02) VALUE 10.
       01 CHAIN-CUST-NUMBER          PIC 9(08) VALUE 0.
      * --------------------------------------------------------------
      * One open order, worked out once and printed from here.
      * --------------------------------------------------------------
       01 OPEN-ORDER-WORK.
           02 OW-ORDER-NUMBER           PIC 9(08).
           02 OW-CUST-NUMBER            PIC 9(08).
           02 OW-SURVIVOR-NUMBER        PIC 9(08).
           02 OW-ORDER-DATE             PIC 9(07).
           02 OW-SOURCE                 PIC X(08).
           02 OW-CURRENCY               PIC X(03).
           02 OW-BALANCE                PIC S9(11)V99.
           02 OW-DAYS-OVERDUE           PIC S9(05).
           02 OW-BUCKET                 PIC 9(01).
           02 OW-DUNNING                PIC X(10).
       01 PAYMENT-NET-SUM            PIC S9(11)V99 VALUE 0.
      * --------------------------------------------------------------
      * Open orders placed under a merged number, held until their
      * survivor prints. LOWEST-PENDING-SURVIVOR is the smallest
      * survivor still waiting, so the walk knows when one with no
      * orders of its own has to be slotted in ahead of the next
      * customer.
      * --------------------------------------------------------------
       01 ROLLUP-TABLE.
           02 ROLLUP-COUNT              PIC 9(04) VALUE 0.
           02 ROLLUP-LIMIT              PIC 9(04) VALUE 1000.
           02 ROLLUP-ENTRY OCCURS 1000 TIMES.
               03 RU-PRINTED-SW         PIC X(01).
               03 RU-ORDER-WORK         PIC X(71).
       01 ROLLUP-IDX                 PIC 9(04) VALUE 0.
       01 LOWEST-PENDING-SURVIVOR    PIC 9(08) VALUE 0.
       01 HIGH-CUST-NUMBER           PIC 9(08) VALUE 99999999.
       01 CURRENT-CUSTOMER           PIC 9(08) VALUE 0.
       01 NEXT-CUSTOMER              PIC 9(08) VALUE 0.
      * --------------------------------------------------------------
      * Bucket amounts, 1 current to 5 over 90, and the three tables
      * they are added into: the customer's own per currency, per
      * source and currency, and per currency for the grand totals.
      * --------------------------------------------------------------
       01 BUCKET-IDX                 PIC 9(01) VALUE 0.
       01 CUSTOMER-TOTALS.
           02 CUSTOMER-TOTAL-COUNT      PIC 9(02) VALUE 0.
           02 CUSTOMER-TOTAL-LIMIT      PIC 9(02) VALUE 10.
           02 CUSTOMER-TOTAL-ENTRY OCCURS 10 TIMES.
               03 CU-CURRENCY           PIC X(03).
               03 CU-BUCKET             PIC S9(11)V99 OCCURS 5 TIMES.
       01 CUSTOMER-TOTAL-IDX         PIC 9(02) VALUE 0.
       01 SOURCE-TOTALS.
           02 SOURCE-TOTAL-COUNT        PIC 9(02) VALUE 0.
           02 SOURCE-TOTAL-LIMIT        PIC 9(02) VALUE 50.
           02 SOURCE-TOTAL-ENTRY OCCURS 50 TIMES.
               03 SO-SOURCE             PIC X(08).
               03 SO-CURRENCY           PIC X(03).
               03 SO-BUCKET             PIC S9(11)V99 OCCURS 5 TIMES.
       01 SOURCE-TOTAL-IDX           PIC 9(02) VALUE 0.
       01 GRAND-TOTALS.
           02 GRAND-TOTAL-COUNT         PIC 9(02) VALUE 0.
           02 GRAND-TOTAL-LIMIT         PIC 9(02) VALUE 20.
           02 GRAND-TOTAL-ENTRY OCCURS 20 TIMES.
               03 GT-CURRENCY           PIC X(03).
               03 GT-BUCKET             PIC S9(11)V99 OCCURS 5 TIMES.
       01 GRAND-TOTAL-IDX            PIC 9(02) VALUE 0.
       01 LINE-TOTAL                 PIC S9(13)V99 VALUE 0.
       01 HEADING-LINE-1.
           02 FILLER                    PIC X(45) VALUE
               'CA1YRPT8 - ACCOUNTS RECEIVABLE AGING AS AT '.
           02 HL-AS-AT-DATE             PIC 9(07).
           02 FILLER                    PIC X(16) VALUE
               ', TERMS (DAYS) '.
           02 HL-TERMS                  PIC ZZ9.
           02 FILLER                    PIC X(61) VALUE SPACES.
       01 HEADING-LINE-2.
           02 FILLER                    PIC X(44) VALUE
               ' ORDER NO.  DATE     SOURCE   CUR       CURR'.
           02 FILLER                    PIC X(44) VALUE
               'ENT           1-30          31-60          6'.
           02 FILLER                    PIC X(44) VALUE
               '1-90        OVER 90   DAYS  DUNNING         '.
       01 CUSTOMER-LINE.
           02 FILLER                    PIC X(10) VALUE 'CUSTOMER  '.
           02 CL-CUST-NUMBER            PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-CUST-NAME              PIC X(20).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CL-CUST-EMAIL             PIC X(20).
           02 FILLER                    PIC X(70) VALUE SPACES.
       01 DETAIL-LINE.
           02 DL-MERGED-FLAG            PIC X(01).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-ORDER-NUMBER           PIC 9(08).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-ORDER-DATE             PIC 9(07).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-SOURCE                 PIC X(08).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-CURRENCY               PIC X(03).
           02 DL-BUCKET-AREA.
               03 DL-BUCKET             PIC ZZZ,ZZZ,ZZ9.99-
                                        OCCURS 5 TIMES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 DL-DAYS-OVERDUE           PIC ZZZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-DUNNING                PIC X(10).
           02 FILLER                    PIC X(06) VALUE SPACES.
       01 TOTAL-LINE.
           02 TL-LABEL                  PIC X(29).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 TL-CURRENCY               PIC X(03).
           02 TL-BUCKET-AREA.
               03 TL-BUCKET             PIC ZZZ,ZZZ,ZZ9.99-
                                        OCCURS 5 TIMES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 TL-TOTAL                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(04) VALUE SPACES.
       01 COUNT-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 CT-ORDERS-READ            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15) VALUE
               ' ORDERS READ,  '.
           02 CT-OPEN-ORDERS            PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15) VALUE
               ' OPEN,         '.
           02 CT-CUSTOMERS              PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(15) VALUE
               ' CUSTOMERS,    '.
           02 CT-ROLLED-UP              PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(57) VALUE
               ' ROLLED UP FROM MERGED CUSTOMERS (*)'.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Report.
           PERFORM Load-Merged-Customers.
           PERFORM Collect-Merged-Orders
               VARYING MERGED-IDX FROM 1 BY 1
               UNTIL MERGED-IDX > MERGED-COUNT.
           PERFORM Find-Lowest-Pending-Survivor.

           MOVE 0 TO NEXT-CUSTOMER.
           PERFORM Process-Next-Customer UNTIL ORDER-EOF.
           MOVE HIGH-CUST-NUMBER TO NEXT-CUSTOMER.
           PERFORM Print-Pending-Survivors.

           PERFORM Terminate-Report.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Open the files and print the heading. A file that will not
      * open stops the run rather than printing a report that says
      * nobody owes anything.
      * --------------------------------------------------------------
       Initialize-Report section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           ACCEPT TODAY-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE STAMP-CYYDDD = TODAY-YYYYDDD - 1900000.
           PERFORM Derive-Stamp-Day-Count.
           MOVE STAMP-DAY-COUNT TO TODAY-DAY-COUNT.

           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: ORDERFIL OPEN FAILED, STATUS '
                   ORDER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: PAYMENTS OPEN FAILED, STATUS '
                   PAYMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: ORDSTAT OPEN FAILED, STATUS '
                   STATUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DUNNING-FILE.
           IF DUNNING-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: DUNNING OPEN FAILED, STATUS '
                   DUNNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: CUSTMAST OPEN FAILED, STATUS '
                   CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT8: RPTFILD OPEN FAILED, STATUS '
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE TODAY-YYYYDDD    TO HL-AS-AT-DATE.
           MOVE AGING-TERMS-DAYS TO HL-TERMS.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
       Initialize-Report-exit.
           exit.
      * --------------------------------------------------------------
      * Read CUSTMAST end to end for the merged records, then follow
      * each one's chain to the live survivor.
      * --------------------------------------------------------------
       Load-Merged-Customers section.
           MOVE 0 TO CUST-REC-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-REC-NUMBER
               INVALID KEY SET CUSTOMER-EOF TO TRUE
           END-START.
           PERFORM Load-Next-Customer UNTIL CUSTOMER-EOF.

           PERFORM Resolve-Merge-Chain
               VARYING MERGED-IDX FROM 1 BY 1
               UNTIL MERGED-IDX > MERGED-COUNT.
       Load-Merged-Customers-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Customer section.
           READ CUSTOMER-FILE NEXT
               AT END SET CUSTOMER-EOF TO TRUE
           END-READ.
           IF NOT CUSTOMER-EOF AND CUST-REC-MERGED
               IF MERGED-COUNT < MERGED-LIMIT
                   ADD 1 TO MERGED-COUNT
                   MOVE CUST-REC-NUMBER
                       TO MT-CUST-NUMBER(MERGED-COUNT)
                   MOVE CUST-REC-MERGED-TO
                       TO MT-SURVIVOR-NUMBER(MERGED-COUNT)
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.
       Load-Next-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * A survivor can itself be merged later; step along until the
      * number is not a merged one, giving up after a sane number of
      * hops in case the records point at each other.
      * --------------------------------------------------------------
       Resolve-Merge-Chain section.
           MOVE 0 TO MERGE-HOP-COUNT.
           MOVE 'Y' TO MERGED-FOUND-SW.
           PERFORM Step-Merge-Chain
               UNTIL NOT MERGED-FOUND
               OR MERGE-HOP-COUNT >= MERGE-HOP-LIMIT.
       Resolve-Merge-Chain-exit.
           exit.
      * --------------------------------------------------------------
       Step-Merge-Chain section.
           ADD 1 TO MERGE-HOP-COUNT.
           MOVE MT-SURVIVOR-NUMBER(MERGED-IDX) TO CHAIN-CUST-NUMBER.
           PERFORM Find-Merged-Entry.
           IF MERGED-FOUND
               MOVE MT-SURVIVOR-NUMBER(ROLLUP-IDX)
                   TO MT-SURVIVOR-NUMBER(MERGED-IDX)
           END-IF.
       Step-Merge-Chain-exit.
           exit.
      * --------------------------------------------------------------
      * Is CHAIN-CUST-NUMBER a merged customer? ROLLUP-IDX is left
      * on its row when it is.
      * --------------------------------------------------------------
       Find-Merged-Entry section.
           MOVE 'N' TO MERGED-FOUND-SW.
           PERFORM Pass-Merged-Entry
               VARYING ROLLUP-IDX FROM 1 BY 1
               UNTIL ROLLUP-IDX > MERGED-COUNT
               OR MT-CUST-NUMBER(ROLLUP-IDX) = CHAIN-CUST-NUMBER.
           IF ROLLUP-IDX NOT > MERGED-COUNT
               SET MERGED-FOUND TO TRUE
           END-IF.
       Find-Merged-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Merged-Entry section.
           CONTINUE.
       Pass-Merged-Entry-exit.
           exit.
      * --------------------------------------------------------------
      * Every open order under one merged number, set aside for its
      * survivor.
      * --------------------------------------------------------------
       Collect-Merged-Orders section.
           MOVE MT-CUST-NUMBER(MERGED-IDX) TO ORD-CUST-NUMBER.
           MOVE 'N' TO GROUP-END-SW.
           START ORDER-FILE KEY = ORD-CUST-NUMBER
               INVALID KEY SET GROUP-END TO TRUE
           END-START.
           PERFORM Collect-Merged-Order UNTIL GROUP-END.
       Collect-Merged-Orders-exit.
           exit.
      * --------------------------------------------------------------
       Collect-Merged-Order section.
           READ ORDER-FILE NEXT
               AT END SET GROUP-END TO TRUE
           END-READ.
           IF NOT GROUP-END
               IF ORD-CUST-NUMBER NOT = MT-CUST-NUMBER(MERGED-IDX)
                   SET GROUP-END TO TRUE
               ELSE
                   PERFORM Evaluate-Order
                   IF ORDER-OPEN
                       IF ROLLUP-COUNT < ROLLUP-LIMIT
                           MOVE MT-SURVIVOR-NUMBER(MERGED-IDX)
                               TO OW-SURVIVOR-NUMBER
                           ADD 1 TO ROLLUP-COUNT
                           MOVE 'N' TO RU-PRINTED-SW(ROLLUP-COUNT)
                           MOVE OPEN-ORDER-WORK
                               TO RU-ORDER-WORK(ROLLUP-COUNT)
                       ELSE
                           SET TABLE-OVERFLOW TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       Collect-Merged-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Position on the next customer number along the path and work
      * that customer's group - unless the number is a merged one,
      * whose orders were collected for the survivor already.
      * --------------------------------------------------------------
       Process-Next-Customer section.
           MOVE NEXT-CUSTOMER TO ORD-CUST-NUMBER.
           START ORDER-FILE KEY IS NOT LESS THAN ORD-CUST-NUMBER
               INVALID KEY SET ORDER-EOF TO TRUE
           END-START.
           IF NOT ORDER-EOF
               READ ORDER-FILE NEXT
                   AT END SET ORDER-EOF TO TRUE
               END-READ
           END-IF.

           IF NOT ORDER-EOF
               MOVE ORD-CUST-NUMBER TO NEXT-CUSTOMER
               PERFORM Print-Pending-Survivors
               MOVE ORD-CUST-NUMBER TO CURRENT-CUSTOMER
               MOVE CURRENT-CUSTOMER TO CHAIN-CUST-NUMBER
               PERFORM Find-Merged-Entry
               IF MERGED-FOUND
                   PERFORM Skip-Customer-Group
               ELSE
                   PERFORM Start-Customer
                   PERFORM Work-Customer-Group
                   PERFORM Print-Rolled-Up-Orders
                   PERFORM Finish-Customer
               END-IF
               IF CURRENT-CUSTOMER < HIGH-CUST-NUMBER
                   COMPUTE NEXT-CUSTOMER = CURRENT-CUSTOMER + 1
               ELSE
                   SET ORDER-EOF TO TRUE
               END-IF
           END-IF.
       Process-Next-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * The first order of the group has been read; age it and every
      * other order of the customer's.
      * --------------------------------------------------------------
       Work-Customer-Group section.
           MOVE 'N' TO GROUP-END-SW.
           PERFORM Work-Customer-Order UNTIL GROUP-END.
       Work-Customer-Group-exit.
           exit.
      * --------------------------------------------------------------
       Work-Customer-Order section.
           PERFORM Evaluate-Order.
           IF ORDER-OPEN
               MOVE CURRENT-CUSTOMER TO OW-SURVIVOR-NUMBER
               PERFORM Print-Open-Order
           END-IF.

           READ ORDER-FILE NEXT
               AT END SET GROUP-END TO TRUE
           END-READ.
           IF NOT GROUP-END
               AND ORD-CUST-NUMBER NOT = CURRENT-CUSTOMER
               SET GROUP-END TO TRUE
           END-IF.
       Work-Customer-Order-exit.
           exit.
      * --------------------------------------------------------------
      * A merged number's group is passed over; its orders were read
      * and counted when they were collected for the survivor.
      * --------------------------------------------------------------
       Skip-Customer-Group section.
           MOVE 'N' TO GROUP-END-SW.
           PERFORM Skip-Customer-Order UNTIL GROUP-END.
       Skip-Customer-Group-exit.
           exit.
      * --------------------------------------------------------------
       Skip-Customer-Order section.
           READ ORDER-FILE NEXT
               AT END SET GROUP-END TO TRUE
           END-READ.
           IF NOT GROUP-END
               AND ORD-CUST-NUMBER NOT = CURRENT-CUSTOMER
               SET GROUP-END TO TRUE
           END-IF.
       Skip-Customer-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Survivors below NEXT-CUSTOMER still waiting on the roll-up
      * table have no orders of their own under their number - print
      * them now, in number order, before the walk moves past them.
      * --------------------------------------------------------------
       Print-Pending-Survivors section.
           PERFORM Print-Pending-Survivor
               UNTIL LOWEST-PENDING-SURVIVOR = 0
               OR LOWEST-PENDING-SURVIVOR NOT < NEXT-CUSTOMER.
       Print-Pending-Survivors-exit.
           exit.
      * --------------------------------------------------------------
       Print-Pending-Survivor section.
           MOVE LOWEST-PENDING-SURVIVOR TO CURRENT-CUSTOMER.
           PERFORM Start-Customer.
           PERFORM Print-Rolled-Up-Orders.
           PERFORM Finish-Customer.
       Print-Pending-Survivor-exit.
           exit.
      * --------------------------------------------------------------
      * Print the rolled-up orders waiting for the current customer
      * and mark them done.
      * --------------------------------------------------------------
       Print-Rolled-Up-Orders section.
           PERFORM Print-Rolled-Up-Order
               VARYING ROLLUP-IDX FROM 1 BY 1
               UNTIL ROLLUP-IDX > ROLLUP-COUNT.
           PERFORM Find-Lowest-Pending-Survivor.
       Print-Rolled-Up-Orders-exit.
           exit.
      * --------------------------------------------------------------
       Print-Rolled-Up-Order section.
           IF RU-PRINTED-SW(ROLLUP-IDX) = 'N'
               MOVE RU-ORDER-WORK(ROLLUP-IDX) TO OPEN-ORDER-WORK
               IF OW-SURVIVOR-NUMBER = CURRENT-CUSTOMER
                   MOVE 'Y' TO RU-PRINTED-SW(ROLLUP-IDX)
                   ADD 1 TO ROLLED-UP-CNT
                   PERFORM Print-Open-Order
               END-IF
           END-IF.
       Print-Rolled-Up-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The smallest survivor still waiting on the roll-up table;
      * zero when none is.
      * --------------------------------------------------------------
       Find-Lowest-Pending-Survivor section.
           MOVE 0 TO LOWEST-PENDING-SURVIVOR.
           PERFORM Check-Pending-Survivor
               VARYING ROLLUP-IDX FROM 1 BY 1
               UNTIL ROLLUP-IDX > ROLLUP-COUNT.
       Find-Lowest-Pending-Survivor-exit.
           exit.
      * --------------------------------------------------------------
       Check-Pending-Survivor section.
           IF RU-PRINTED-SW(ROLLUP-IDX) = 'N'
               MOVE RU-ORDER-WORK(ROLLUP-IDX) TO OPEN-ORDER-WORK
               IF LOWEST-PENDING-SURVIVOR = 0
                   OR OW-SURVIVOR-NUMBER < LOWEST-PENDING-SURVIVOR
                   MOVE OW-SURVIVOR-NUMBER TO LOWEST-PENDING-SURVIVOR
               END-IF
           END-IF.
       Check-Pending-Survivor-exit.
           exit.
      * --------------------------------------------------------------
      * Net the order's PAYMENTS, and if money is still owing work
      * out its age, bucket and dunning level. ORDER-OPEN says
      * whether there is anything to print.
      * --------------------------------------------------------------
       Evaluate-Order section.
           ADD 1 TO ORDERS-READ-CNT.
           MOVE 'N' TO ORDER-OPEN-SW.
           MOVE ORD-ORDER-NUMBER TO OSTAT-ORDER-NUMBER.
           READ STATUS-FILE
               INVALID KEY MOVE 0 TO OSTAT-LAST-DATE
                           MOVE 'P' TO OSTAT-STATUS
           END-READ.

           IF ORD-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               AND NOT OSTAT-CANCELLED
               AND NOT OSTAT-RETURNED
               AND NOT OSTAT-REFUNDED
               PERFORM Sum-Order-Payments
               IF PAYMENT-NET-SUM < ORD-ORDER-TOTAL
                   SET ORDER-OPEN TO TRUE
                   PERFORM Build-Open-Order
               END-IF
           END-IF.
       Evaluate-Order-exit.
           exit.
      * --------------------------------------------------------------
       Build-Open-Order section.
           MOVE ORD-ORDER-NUMBER TO OW-ORDER-NUMBER.
           MOVE ORD-CUST-NUMBER  TO OW-CUST-NUMBER.
           MOVE ORD-CUST-NUMBER  TO OW-SURVIVOR-NUMBER.
           IF ORD-ORDER-SOURCE = SPACES
               MOVE 'WEB     ' TO OW-SOURCE
           ELSE
               MOVE ORD-ORDER-SOURCE TO OW-SOURCE
           END-IF.
           IF ORD-CURRENCY-CODE = SPACES
               MOVE 'USD' TO OW-CURRENCY
           ELSE
               MOVE ORD-CURRENCY-CODE TO OW-CURRENCY
           END-IF.
           COMPUTE OW-BALANCE = ORD-ORDER-TOTAL - PAYMENT-NET-SUM.

           IF ORD-ORDER-DATE > 0
               MOVE ORD-ORDER-DATE TO STAMP-CYYDDD
           ELSE
               MOVE OSTAT-LAST-DATE TO STAMP-CYYDDD
           END-IF.
           IF STAMP-CYYDDD > 0
               COMPUTE OW-ORDER-DATE = STAMP-CYYDDD + 1900000
               PERFORM Derive-Stamp-Day-Count
               COMPUTE ORDER-AGE-DAYS =
                   TODAY-DAY-COUNT - STAMP-DAY-COUNT
           ELSE
               MOVE 0 TO OW-ORDER-DATE
               MOVE 0 TO ORDER-AGE-DAYS
           END-IF.
           COMPUTE OW-DAYS-OVERDUE = ORDER-AGE-DAYS - AGING-TERMS-DAYS.

           EVALUATE TRUE
               WHEN OW-DAYS-OVERDUE < 1
                   MOVE 0 TO OW-DAYS-OVERDUE
                   MOVE 1 TO OW-BUCKET
               WHEN OW-DAYS-OVERDUE < 31
                   MOVE 2 TO OW-BUCKET
               WHEN OW-DAYS-OVERDUE < 61
                   MOVE 3 TO OW-BUCKET
               WHEN OW-DAYS-OVERDUE < 91
                   MOVE 4 TO OW-BUCKET
               WHEN OTHER
                   MOVE 5 TO OW-BUCKET
           END-EVALUATE.

           MOVE SPACES TO OW-DUNNING.
           IF OW-BUCKET > 1
               PERFORM Resolve-Dunning-Level
           END-IF.
       Build-Open-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Payments in less refunds and chargebacks out, the way
      * CA1YRPT4 nets an order.
      * --------------------------------------------------------------
       Sum-Order-Payments section.
           MOVE 0 TO PAYMENT-NET-SUM.
           MOVE 'N' TO PAYMENT-EOF-SW.
           MOVE ORD-ORDER-NUMBER TO PAY-ORDER-NUMBER.
           MOVE 0 TO PAY-DATE.
           MOVE 0 TO PAY-TIME.
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY SET PAYMENT-EOF TO TRUE
           END-START.
           PERFORM Sum-Next-Payment UNTIL PAYMENT-EOF.
       Sum-Order-Payments-exit.
           exit.
      * --------------------------------------------------------------
       Sum-Next-Payment section.
           READ PAYMENT-FILE NEXT
               AT END SET PAYMENT-EOF TO TRUE
           END-READ.
           IF NOT PAYMENT-EOF
               IF PAY-ORDER-NUMBER NOT = ORD-ORDER-NUMBER
                   SET PAYMENT-EOF TO TRUE
               ELSE
                   IF PAY-IS-MONEY-OUT
                       SUBTRACT PAY-AMOUNT FROM PAYMENT-NET-SUM
                   ELSE
                       ADD PAY-AMOUNT TO PAYMENT-NET-SUM
                   END-IF
               END-IF
           END-IF.
       Sum-Next-Payment-exit.
           exit.
      * --------------------------------------------------------------
      * The reminder an overdue order has reached. No DUNNING record
      * means none has gone yet.
      * --------------------------------------------------------------
       Resolve-Dunning-Level section.
           MOVE ORD-ORDER-NUMBER TO DUN-ORDER-NUMBER.
           READ DUNNING-FILE
               INVALID KEY MOVE 0 TO DUN-LEVEL
           END-READ.
           EVALUATE TRUE
               WHEN DUN-FIRST-SENT
                   MOVE 'REMINDER 1' TO OW-DUNNING
               WHEN DUN-SECOND-SENT
                   MOVE 'REMINDER 2' TO OW-DUNNING
               WHEN DUN-FINAL-SENT
                   MOVE 'FINAL     ' TO OW-DUNNING
               WHEN OTHER
                   MOVE 'NONE SENT ' TO OW-DUNNING
           END-EVALUATE.
       Resolve-Dunning-Level-exit.
           exit.
      * --------------------------------------------------------------
      * A new customer: nothing printed for it yet, its currency
      * totals empty. The heading waits for its first open order.
      * --------------------------------------------------------------
       Start-Customer section.
           MOVE 'N' TO HEADER-PRINTED-SW.
           MOVE 0 TO CUSTOMER-TOTAL-COUNT.
       Start-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * One line per open order, its balance in its age's column,
      * added into the customer's, the source's and the grand totals.
      * --------------------------------------------------------------
       Print-Open-Order section.
           IF NOT HEADER-PRINTED
               PERFORM Print-Customer-Heading
           END-IF.
           ADD 1 TO OPEN-ORDERS-CNT.

           MOVE SPACES TO DETAIL-LINE.
           IF OW-CUST-NUMBER NOT = OW-SURVIVOR-NUMBER
               MOVE '*' TO DL-MERGED-FLAG
           END-IF.
           MOVE OW-ORDER-NUMBER TO DL-ORDER-NUMBER.
           MOVE OW-ORDER-DATE   TO DL-ORDER-DATE.
           MOVE OW-SOURCE       TO DL-SOURCE.
           MOVE OW-CURRENCY     TO DL-CURRENCY.
           MOVE OW-BALANCE      TO DL-BUCKET(OW-BUCKET).
           IF OW-BUCKET > 1
               MOVE OW-DAYS-OVERDUE TO DL-DAYS-OVERDUE
               MOVE OW-DUNNING      TO DL-DUNNING
           END-IF.
           WRITE REPORT-LINE FROM DETAIL-LINE.

           PERFORM Add-Customer-Total.
           PERFORM Add-Source-Total.
           PERFORM Add-Grand-Total.
       Print-Open-Order-exit.
           exit.
      * --------------------------------------------------------------
       Print-Customer-Heading section.
           SET HEADER-PRINTED TO TRUE.
           ADD 1 TO CUSTOMERS-PRINTED-CNT.
           MOVE CURRENT-CUSTOMER TO CL-CUST-NUMBER.
           MOVE CURRENT-CUSTOMER TO CUST-REC-NUMBER.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '*NOT ON CUSTMAST*   ' TO CL-CUST-NAME
                   MOVE SPACES TO CL-CUST-EMAIL
               NOT INVALID KEY
                   MOVE CUST-REC-NAME  TO CL-CUST-NAME
                   MOVE CUST-REC-EMAIL TO CL-CUST-EMAIL
           END-READ.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CUSTOMER-LINE.
       Print-Customer-Heading-exit.
           exit.
      * --------------------------------------------------------------
      * The customer's row for the order's currency, added the first
      * time the currency turns up. One past the table's end shares
      * the last row and the run totals say so.
      * --------------------------------------------------------------
       Add-Customer-Total section.
           PERFORM Pass-Customer-Total
               VARYING CUSTOMER-TOTAL-IDX FROM 1 BY 1
               UNTIL CUSTOMER-TOTAL-IDX > CUSTOMER-TOTAL-COUNT
               OR CU-CURRENCY(CUSTOMER-TOTAL-IDX) = OW-CURRENCY.
           IF CUSTOMER-TOTAL-IDX > CUSTOMER-TOTAL-COUNT
               IF CUSTOMER-TOTAL-COUNT < CUSTOMER-TOTAL-LIMIT
                   ADD 1 TO CUSTOMER-TOTAL-COUNT
                   MOVE CUSTOMER-TOTAL-COUNT TO CUSTOMER-TOTAL-IDX
                   MOVE OW-CURRENCY
                       TO CU-CURRENCY(CUSTOMER-TOTAL-IDX)
                   PERFORM Clear-Customer-Bucket
                       VARYING BUCKET-IDX FROM 1 BY 1
                       UNTIL BUCKET-IDX > 5
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
                   MOVE CUSTOMER-TOTAL-LIMIT TO CUSTOMER-TOTAL-IDX
               END-IF
           END-IF.
           ADD OW-BALANCE
               TO CU-BUCKET(CUSTOMER-TOTAL-IDX, OW-BUCKET).
       Add-Customer-Total-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Customer-Total section.
           CONTINUE.
       Pass-Customer-Total-exit.
           exit.
      * --------------------------------------------------------------
       Clear-Customer-Bucket section.
           MOVE 0 TO CU-BUCKET(CUSTOMER-TOTAL-IDX, BUCKET-IDX).
       Clear-Customer-Bucket-exit.
           exit.
      * --------------------------------------------------------------
       Add-Source-Total section.
           PERFORM Pass-Source-Total
               VARYING SOURCE-TOTAL-IDX FROM 1 BY 1
               UNTIL SOURCE-TOTAL-IDX > SOURCE-TOTAL-COUNT
               OR (SO-SOURCE(SOURCE-TOTAL-IDX) = OW-SOURCE
                   AND SO-CURRENCY(SOURCE-TOTAL-IDX) = OW-CURRENCY).
           IF SOURCE-TOTAL-IDX > SOURCE-TOTAL-COUNT
               IF SOURCE-TOTAL-COUNT < SOURCE-TOTAL-LIMIT
                   ADD 1 TO SOURCE-TOTAL-COUNT
                   MOVE SOURCE-TOTAL-COUNT TO SOURCE-TOTAL-IDX
                   MOVE OW-SOURCE   TO SO-SOURCE(SOURCE-TOTAL-IDX)
                   MOVE OW-CURRENCY TO SO-CURRENCY(SOURCE-TOTAL-IDX)
                   PERFORM Clear-Source-Bucket
                       VARYING BUCKET-IDX FROM 1 BY 1
                       UNTIL BUCKET-IDX > 5
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
                   MOVE SOURCE-TOTAL-LIMIT TO SOURCE-TOTAL-IDX
               END-IF
           END-IF.
           ADD OW-BALANCE TO SO-BUCKET(SOURCE-TOTAL-IDX, OW-BUCKET).
       Add-Source-Total-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Source-Total section.
           CONTINUE.
       Pass-Source-Total-exit.
           exit.
      * --------------------------------------------------------------
       Clear-Source-Bucket section.
           MOVE 0 TO SO-BUCKET(SOURCE-TOTAL-IDX, BUCKET-IDX).
       Clear-Source-Bucket-exit.
           exit.
      * --------------------------------------------------------------
       Add-Grand-Total section.
           PERFORM Pass-Grand-Total
               VARYING GRAND-TOTAL-IDX FROM 1 BY 1
               UNTIL GRAND-TOTAL-IDX > GRAND-TOTAL-COUNT
               OR GT-CURRENCY(GRAND-TOTAL-IDX) = OW-CURRENCY.
           IF GRAND-TOTAL-IDX > GRAND-TOTAL-COUNT
               IF GRAND-TOTAL-COUNT < GRAND-TOTAL-LIMIT
                   ADD 1 TO GRAND-TOTAL-COUNT
                   MOVE GRAND-TOTAL-COUNT TO GRAND-TOTAL-IDX
                   MOVE OW-CURRENCY TO GT-CURRENCY(GRAND-TOTAL-IDX)
                   PERFORM Clear-Grand-Bucket
                       VARYING BUCKET-IDX FROM 1 BY 1
                       UNTIL BUCKET-IDX > 5
               ELSE
                   SET TABLE-OVERFLOW TO TRUE
                   MOVE GRAND-TOTAL-LIMIT TO GRAND-TOTAL-IDX
               END-IF
           END-IF.
           ADD OW-BALANCE TO GT-BUCKET(GRAND-TOTAL-IDX, OW-BUCKET).
       Add-Grand-Total-exit.
           exit.
      * --------------------------------------------------------------
       Pass-Grand-Total section.
           CONTINUE.
       Pass-Grand-Total-exit.
           exit.
      * --------------------------------------------------------------
       Clear-Grand-Bucket section.
           MOVE 0 TO GT-BUCKET(GRAND-TOTAL-IDX, BUCKET-IDX).
       Clear-Grand-Bucket-exit.
           exit.
      * --------------------------------------------------------------
      * The customer's total line per currency, if anything printed.
      * --------------------------------------------------------------
       Finish-Customer section.
           PERFORM Print-Customer-Total
               VARYING CUSTOMER-TOTAL-IDX FROM 1 BY 1
               UNTIL CUSTOMER-TOTAL-IDX > CUSTOMER-TOTAL-COUNT.
       Finish-Customer-exit.
           exit.
      * --------------------------------------------------------------
       Print-Customer-Total section.
           MOVE SPACES TO TOTAL-LINE.
           MOVE '  CUSTOMER TOTAL' TO TL-LABEL.
           MOVE CU-CURRENCY(CUSTOMER-TOTAL-IDX) TO TL-CURRENCY.
           MOVE 0 TO LINE-TOTAL.
           PERFORM Edit-Customer-Bucket
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE LINE-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM TOTAL-LINE.
       Print-Customer-Total-exit.
           exit.
      * --------------------------------------------------------------
       Edit-Customer-Bucket section.
           MOVE CU-BUCKET(CUSTOMER-TOTAL-IDX, BUCKET-IDX)
               TO TL-BUCKET(BUCKET-IDX).
           ADD CU-BUCKET(CUSTOMER-TOTAL-IDX, BUCKET-IDX)
               TO LINE-TOTAL.
       Edit-Customer-Bucket-exit.
           exit.
      * --------------------------------------------------------------
      * Subtotals by source and currency, grand totals by currency,
      * then the counts; close the files.
      * --------------------------------------------------------------
       Terminate-Report section.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SUBTOTALS BY ORDER SOURCE' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM Print-Source-Total
               VARYING SOURCE-TOTAL-IDX FROM 1 BY 1
               UNTIL SOURCE-TOTAL-IDX > SOURCE-TOTAL-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GRAND TOTALS BY CURRENCY' TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM Print-Grand-Total
               VARYING GRAND-TOTAL-IDX FROM 1 BY 1
               UNTIL GRAND-TOTAL-IDX > GRAND-TOTAL-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ORDERS-READ-CNT       TO CT-ORDERS-READ.
           MOVE OPEN-ORDERS-CNT       TO CT-OPEN-ORDERS.
           MOVE CUSTOMERS-PRINTED-CNT TO CT-CUSTOMERS.
           MOVE ROLLED-UP-CNT         TO CT-ROLLED-UP.
           WRITE REPORT-LINE FROM COUNT-LINE.
           IF TABLE-OVERFLOW
               MOVE '  TABLE LIMIT REACHED - SOME TOTALS SHARE A ROW OR
      -            ' MERGED ORDERS ARE MISSING' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM Write-Runlog-Entry.

           CLOSE ORDER-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE STATUS-FILE.
           CLOSE DUNNING-FILE.
           CLOSE CUSTOMER-FILE.
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
           MOVE 'CA1YRPT8' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 4 TO RUN-COUNTER-COUNT.
           MOVE 'ORDERS' TO RUN-COUNTER-LABEL(1).
           MOVE ORDERS-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'OPEN' TO RUN-COUNTER-LABEL(2).
           MOVE OPEN-ORDERS-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'CUSTOMERS' TO RUN-COUNTER-LABEL(3).
           MOVE CUSTOMERS-PRINTED-CNT TO RUN-COUNTER-VALUE(3).
           MOVE 'ROLLED UP' TO RUN-COUNTER-LABEL(4).
           MOVE ROLLED-UP-CNT TO RUN-COUNTER-VALUE(4).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YRPT8: RUNLOG WRITE FAILED, STATUS '
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
      * --------------------------------------------------------------
       Print-Source-Total section.
           MOVE SPACES TO TOTAL-LINE.
           STRING '  SOURCE ' SO-SOURCE(SOURCE-TOTAL-IDX)
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE SO-CURRENCY(SOURCE-TOTAL-IDX) TO TL-CURRENCY.
           MOVE 0 TO LINE-TOTAL.
           PERFORM Edit-Source-Bucket
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE LINE-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM TOTAL-LINE.
       Print-Source-Total-exit.
           exit.
      * --------------------------------------------------------------
       Edit-Source-Bucket section.
           MOVE SO-BUCKET(SOURCE-TOTAL-IDX, BUCKET-IDX)
               TO TL-BUCKET(BUCKET-IDX).
           ADD SO-BUCKET(SOURCE-TOTAL-IDX, BUCKET-IDX) TO LINE-TOTAL.
       Edit-Source-Bucket-exit.
           exit.
      * --------------------------------------------------------------
       Print-Grand-Total section.
           MOVE SPACES TO TOTAL-LINE.
           MOVE '  GRAND TOTAL' TO TL-LABEL.
           MOVE GT-CURRENCY(GRAND-TOTAL-IDX) TO TL-CURRENCY.
           MOVE 0 TO LINE-TOTAL.
           PERFORM Edit-Grand-Bucket
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > 5.
           MOVE LINE-TOTAL TO TL-TOTAL.
           WRITE REPORT-LINE FROM TOTAL-LINE.
       Print-Grand-Total-exit.
           exit.
      * --------------------------------------------------------------
       Edit-Grand-Bucket section.
           MOVE GT-BUCKET(GRAND-TOTAL-IDX, BUCKET-IDX)
               TO TL-BUCKET(BUCKET-IDX).
           ADD GT-BUCKET(GRAND-TOTAL-IDX, BUCKET-IDX) TO LINE-TOTAL.
       Edit-Grand-Bucket-exit.
           exit.
      * --------------------------------------------------------------
      * Fold a 0CYYDDD stamp into a whole-day count, the same
      * integer arithmetic CA1YDUN1 uses.
      * --------------------------------------------------------------
       Derive-Stamp-Day-Count section.
           COMPUTE STAMP-YEAR = 1900 + STAMP-CYY.
           COMPUTE STAMP-DAY-COUNT =
               STAMP-YEAR * 365 + STAMP-YEAR / 4 + STAMP-DDD.
       Derive-Stamp-Day-Count-exit.
           exit.
