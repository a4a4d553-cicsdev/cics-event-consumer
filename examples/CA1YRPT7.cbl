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
      * Period-end tax-collected report, for the return we file.
      *
      * CA1YCOB4 rates every invoice line from its item's tax
      * category and the customer's jurisdiction, and records one tax
      * line per rate on the INVREG register. This report reads the
      * register for the filing period and totals taxable net, tax
      * and gross by jurisdiction, currency and rate - currency
      * because amounts in two currencies do not add up to anything
      * a tax authority will take - with a subtotal per jurisdiction
      * and currency, so each figure on the return comes straight off
      * a line here.
      *
      * Only issued invoices are filed. Void ones - numbers whose
      * PDF build failed - and any still pending are counted on the
      * total line so the sequence can be accounted for, but carry no
      * tax. A register record written before invoices carried tax
      * lines is taken as one line at its own rate.
      *
      * Issued credit notes are filed in the period they were issued,
      * against the same jurisdiction, currency and rate as the
      * invoice they reverse; the register already holds their
      * amounts negative, so they net off the buckets as they are
      * added, and a bucket left with more credited than invoiced in
      * the period prints negative. They are counted separately on
      * the total line.
      *
      * The period comes from SYSIN as two Julian dates, YYYYDDD
      * YYYYDDD, first and last day inclusive; anything missing,
      * non-numeric or back to front stops the run rather than filing
      * the wrong period. The table holds 500 jurisdiction, currency
      * and rate combinations; more than that stops the run too,
      * the same trade CA1YRPT6 makes with its customer table.
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
       Program-id. CA1YRPT7.
       Environment division.
       Input-output section.
       File-control.
           Select Invoice-file assign to INVREG
               organization is indexed
               access mode is sequential
               record key is INV-KEY
               file status is INVOICE-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFILC
               organization is sequential
               file status is REPORT-FILE-STATUS.
       Data division.
       File section.
       FD Invoice-file.
           COPY CA1YINV.
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
       Working-storage section.
       01 FILE-STATUSES.
           02 INVOICE-FILE-STATUS       PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 INVOICE-EOF-SW            PIC X(01) VALUE 'N'.
               88 INVOICE-EOF            VALUE 'Y'.
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
       01 PERIOD-PARM.
           02 PERIOD-FROM-PARM          PIC X(07) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 PERIOD-TO-PARM            PIC X(07) VALUE SPACES.
       01 PERIOD-WORK.
           02 PERIOD-FROM-YYYYDDD       PIC 9(07) VALUE 0.
           02 PERIOD-TO-YYYYDDD         PIC 9(07) VALUE 0.
           02 PERIOD-FROM-CYYDDD        PIC 9(07) VALUE 0.
           02 PERIOD-TO-CYYDDD          PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * One bucket per jurisdiction, currency and rate, kept in key
      * order as they are added so the report prints sorted and the
      * subtotals fall out of a control break.
      * --------------------------------------------------------------
       01 BUCKET-TABLE.
           02 BUCKET-COUNT              PIC 9(04) VALUE 0.
           02 BUCKET-LIMIT              PIC 9(04) VALUE 500.
           02 BUCKET-ENTRY OCCURS 500 TIMES.
               03 BKT-KEY.
                   04 BKT-JURISDICTION      PIC X(05).
                   04 BKT-CURRENCY          PIC X(03).
                   04 BKT-TAX-RATE          PIC 9(02)V99.
               03 BKT-LINE-COUNT        PIC 9(07).
               03 BKT-NET-AMOUNT        PIC S9(11)V99.
               03 BKT-TAX-AMOUNT        PIC S9(11)V99.
       01 BUCKET-WORK.
           02 BUCKET-IDX                PIC 9(04) VALUE 0.
           02 SHIFT-IDX                 PIC 9(04) VALUE 0.
           02 TAX-LINE-IDX              PIC 9(01) VALUE 0.
           02 NEW-KEY.
               03 NEW-JURISDICTION      PIC X(05).
               03 NEW-CURRENCY          PIC X(03).
               03 NEW-TAX-RATE          PIC 9(02)V99.
           02 NEW-NET-AMOUNT            PIC S9(09)V99 VALUE 0.
           02 NEW-TAX-AMOUNT            PIC S9(09)V99 VALUE 0.
       01 BREAK-WORK.
           02 BREAK-JURISDICTION        PIC X(05) VALUE SPACES.
           02 BREAK-CURRENCY            PIC X(03) VALUE SPACES.
           02 SUB-NET-AMOUNT            PIC S9(11)V99 VALUE 0.
           02 SUB-TAX-AMOUNT            PIC S9(11)V99 VALUE 0.
       01 REPORT-COUNTERS.
           02 RECORDS-READ-CNT          PIC 9(07) VALUE 0.
           02 INVOICES-FILED-CNT        PIC 9(07) VALUE 0.
           02 INVOICES-VOID-CNT         PIC 9(07) VALUE 0.
           02 INVOICES-PENDING-CNT      PIC 9(07) VALUE 0.
           02 CREDIT-NOTES-FILED-CNT    PIC 9(07) VALUE 0.
       01 HEADING-LINE-1.
           02 FILLER                    PIC X(42) VALUE
               'CA1YRPT7 - TAX COLLECTED FOR THE PERIOD '.
           02 HL-FROM                   PIC 9(07).
           02 FILLER                    PIC X(04) VALUE ' TO '.
           02 HL-TO                     PIC 9(07).
           02 FILLER                    PIC X(72) VALUE SPACES.
       01 HEADING-LINE-2                PIC X(132) VALUE
           'JURIS  CUR  RATE %   LINES        TAXABLE NET            TA
      -    'X              GROSS'.
       01 DETAIL-LINE.
           02 DL-JURISDICTION           PIC X(05).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-CURRENCY               PIC X(03).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-TAX-RATE               PIC Z9.99.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-LINE-COUNT             PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-NET-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-TAX-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 DL-GROSS-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(39) VALUE SPACES.
       01 SUBTOTAL-LINE.
           02 FILLER                    PIC X(05) VALUE SPACES.
           02 SL-JURISDICTION           PIC X(05).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 SL-CURRENCY               PIC X(03).
           02 FILLER                    PIC X(14)
               VALUE ' TOTAL        '.
           02 SL-NET-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 SL-TAX-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 SL-GROSS-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER                    PIC X(46) VALUE SPACES.
       01 TOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 TL-READ                   PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(16)
               VALUE ' RECORDS READ, '.
           02 TL-FILED                  PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(18)
               VALUE ' INVOICES FILED, '.
           02 TL-VOID                   PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(08) VALUE ' VOID, '.
           02 TL-PENDING                PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE ' PENDING, '.
           02 TL-CREDITED               PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(13)
               VALUE ' CREDIT NOTES'.
           02 FILLER                    PIC X(28) VALUE SPACES.
       01 NO-JURISDICTION-LABEL         PIC X(05) VALUE 'NONE '.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Report.
           PERFORM Process-Invoice-Record UNTIL INVOICE-EOF.
           PERFORM Print-Tax-Buckets
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT.
           PERFORM Terminate-Report.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Pick up the filing period, open the files, print the report
      * heading, and prime the loop.
      * --------------------------------------------------------------
       Initialize-Report section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           ACCEPT PERIOD-PARM.
           IF PERIOD-FROM-PARM IS NOT NUMERIC
               OR PERIOD-TO-PARM IS NOT NUMERIC
               DISPLAY 'CA1YRPT7: SYSIN PERIOD MUST BE YYYYDDD YYYYDDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PERIOD-FROM-PARM TO PERIOD-FROM-YYYYDDD.
           MOVE PERIOD-TO-PARM   TO PERIOD-TO-YYYYDDD.
           IF PERIOD-FROM-YYYYDDD < 1900001
               OR PERIOD-FROM-YYYYDDD > PERIOD-TO-YYYYDDD
               DISPLAY 'CA1YRPT7: SYSIN PERIOD IS NOT A DATE RANGE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * --------------------------------------------------------------
      * The register stamps EIBDATE, 0CYYDDD - the same day as
      * YYYYDDD less 1900000.
      * --------------------------------------------------------------
           COMPUTE PERIOD-FROM-CYYDDD = PERIOD-FROM-YYYYDDD - 1900000.
           COMPUTE PERIOD-TO-CYYDDD   = PERIOD-TO-YYYYDDD - 1900000.

           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT7: INVREG OPEN FAILED, STATUS '
                   INVOICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT7: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT7: RPTFILC OPEN FAILED, STATUS '
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PERIOD-FROM-YYYYDDD TO HL-FROM.
           MOVE PERIOD-TO-YYYYDDD   TO HL-TO.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.

           PERFORM Read-Next-Invoice.
       Initialize-Report-exit.
           exit.
      * --------------------------------------------------------------
      * Skip the control record and anything outside the period;
      * count the void and pending ones; file the tax lines of the
      * issued invoices and credit notes.
      * --------------------------------------------------------------
       Process-Invoice-Record section.
           IF INV-NUMBER NOT = 0
               AND INV-BUILD-DATE NOT < PERIOD-FROM-CYYDDD
               AND INV-BUILD-DATE NOT > PERIOD-TO-CYYDDD
               EVALUATE TRUE
                   WHEN INV-ISSUED AND INV-CREDIT-NOTE
                       ADD 1 TO CREDIT-NOTES-FILED-CNT
                       PERFORM File-Invoice-Tax
                   WHEN INV-ISSUED
                       ADD 1 TO INVOICES-FILED-CNT
                       PERFORM File-Invoice-Tax
                   WHEN INV-VOID
                       ADD 1 TO INVOICES-VOID-CNT
                   WHEN OTHER
                       ADD 1 TO INVOICES-PENDING-CNT
               END-EVALUATE
           END-IF.

           PERFORM Read-Next-Invoice.
       Process-Invoice-Record-exit.
           exit.
      * --------------------------------------------------------------
      * Each tax line goes to its bucket. A record from before the
      * invoice carried tax lines is its own single line.
      * --------------------------------------------------------------
       File-Invoice-Tax section.
           MOVE INV-TAX-JURISDICTION TO NEW-JURISDICTION.
           MOVE INV-CURRENCY-CODE    TO NEW-CURRENCY.
           IF INV-TAX-LINE-COUNT IS NOT NUMERIC
               OR INV-TAX-LINE-COUNT = 0
               MOVE INV-TAX-RATE     TO NEW-TAX-RATE
               MOVE INV-NET-AMOUNT   TO NEW-NET-AMOUNT
               MOVE INV-TAX-AMOUNT   TO NEW-TAX-AMOUNT
               PERFORM Add-To-Tax-Bucket
           ELSE
               PERFORM File-Invoice-Tax-Line
                   VARYING TAX-LINE-IDX FROM 1 BY 1
                   UNTIL TAX-LINE-IDX > INV-TAX-LINE-COUNT
           END-IF.
       File-Invoice-Tax-exit.
           exit.
      * --------------------------------------------------------------
       File-Invoice-Tax-Line section.
           MOVE INV-LINE-TAX-RATE(TAX-LINE-IDX)   TO NEW-TAX-RATE.
           MOVE INV-LINE-NET-AMOUNT(TAX-LINE-IDX) TO NEW-NET-AMOUNT.
           MOVE INV-LINE-TAX-AMOUNT(TAX-LINE-IDX) TO NEW-TAX-AMOUNT.
           PERFORM Add-To-Tax-Bucket.
       File-Invoice-Tax-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Find the bucket for the new key - or where it belongs, and
      * open it there, moving the ones above it up a place.
      * --------------------------------------------------------------
       Add-To-Tax-Bucket section.
           PERFORM Pass-Lower-Bucket
               VARYING BUCKET-IDX FROM 1 BY 1
               UNTIL BUCKET-IDX > BUCKET-COUNT
               OR BKT-KEY(BUCKET-IDX) NOT < NEW-KEY.

           IF BUCKET-IDX > BUCKET-COUNT
               OR BKT-KEY(BUCKET-IDX) NOT = NEW-KEY
               IF BUCKET-COUNT >= BUCKET-LIMIT
                   DISPLAY 'CA1YRPT7: MORE THAN ' BUCKET-LIMIT
                       ' TAX BUCKETS - RAISE THE TABLE AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM Shift-Bucket-Up
                   VARYING SHIFT-IDX FROM BUCKET-COUNT BY -1
                   UNTIL SHIFT-IDX < BUCKET-IDX
               ADD 1 TO BUCKET-COUNT
               MOVE NEW-KEY TO BKT-KEY(BUCKET-IDX)
               MOVE 0 TO BKT-LINE-COUNT(BUCKET-IDX)
               MOVE 0 TO BKT-NET-AMOUNT(BUCKET-IDX)
               MOVE 0 TO BKT-TAX-AMOUNT(BUCKET-IDX)
           END-IF.

           ADD 1              TO BKT-LINE-COUNT(BUCKET-IDX).
           ADD NEW-NET-AMOUNT TO BKT-NET-AMOUNT(BUCKET-IDX).
           ADD NEW-TAX-AMOUNT TO BKT-TAX-AMOUNT(BUCKET-IDX).
       Add-To-Tax-Bucket-exit.
           exit.
      * --------------------------------------------------------------
      * Nothing to do for a bucket below the new key but look past
      * it.
      * --------------------------------------------------------------
       Pass-Lower-Bucket section.
           CONTINUE.
       Pass-Lower-Bucket-exit.
           exit.
      * --------------------------------------------------------------
       Shift-Bucket-Up section.
           MOVE BUCKET-ENTRY(SHIFT-IDX) TO BUCKET-ENTRY(SHIFT-IDX + 1).
       Shift-Bucket-Up-exit.
           exit.
      * --------------------------------------------------------------
      * One line per bucket, with a subtotal whenever the
      * jurisdiction or currency changes and after the last bucket.
      * --------------------------------------------------------------
       Print-Tax-Buckets section.
           IF BUCKET-IDX > 1
               AND (BKT-JURISDICTION(BUCKET-IDX)
                       NOT = BREAK-JURISDICTION
                    OR BKT-CURRENCY(BUCKET-IDX) NOT = BREAK-CURRENCY)
               PERFORM Write-Subtotal-Line
           END-IF.
           MOVE BKT-JURISDICTION(BUCKET-IDX) TO BREAK-JURISDICTION.
           MOVE BKT-CURRENCY(BUCKET-IDX)     TO BREAK-CURRENCY.

           IF BKT-JURISDICTION(BUCKET-IDX) = SPACES
               MOVE NO-JURISDICTION-LABEL TO DL-JURISDICTION
           ELSE
               MOVE BKT-JURISDICTION(BUCKET-IDX) TO DL-JURISDICTION
           END-IF.
           MOVE BKT-CURRENCY(BUCKET-IDX)     TO DL-CURRENCY.
           MOVE BKT-TAX-RATE(BUCKET-IDX)     TO DL-TAX-RATE.
           MOVE BKT-LINE-COUNT(BUCKET-IDX)   TO DL-LINE-COUNT.
           MOVE BKT-NET-AMOUNT(BUCKET-IDX)   TO DL-NET-AMOUNT.
           MOVE BKT-TAX-AMOUNT(BUCKET-IDX)   TO DL-TAX-AMOUNT.
           COMPUTE DL-GROSS-AMOUNT = BKT-NET-AMOUNT(BUCKET-IDX)
               + BKT-TAX-AMOUNT(BUCKET-IDX).
           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD BKT-NET-AMOUNT(BUCKET-IDX) TO SUB-NET-AMOUNT.
           ADD BKT-TAX-AMOUNT(BUCKET-IDX) TO SUB-TAX-AMOUNT.

           IF BUCKET-IDX = BUCKET-COUNT
               PERFORM Write-Subtotal-Line
           END-IF.
       Print-Tax-Buckets-exit.
           exit.
      * --------------------------------------------------------------
      * The jurisdiction and currency just finished, in total.
      * --------------------------------------------------------------
       Write-Subtotal-Line section.
           IF BREAK-JURISDICTION = SPACES
               MOVE NO-JURISDICTION-LABEL TO SL-JURISDICTION
           ELSE
               MOVE BREAK-JURISDICTION TO SL-JURISDICTION
           END-IF.
           MOVE BREAK-CURRENCY TO SL-CURRENCY.
           MOVE SUB-NET-AMOUNT TO SL-NET-AMOUNT.
           MOVE SUB-TAX-AMOUNT TO SL-TAX-AMOUNT.
           COMPUTE SL-GROSS-AMOUNT = SUB-NET-AMOUNT + SUB-TAX-AMOUNT.
           WRITE REPORT-LINE FROM SUBTOTAL-LINE.
           MOVE 0 TO SUB-NET-AMOUNT.
           MOVE 0 TO SUB-TAX-AMOUNT.
       Write-Subtotal-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next register record, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Invoice section.
           READ INVOICE-FILE
               AT END SET INVOICE-EOF TO TRUE
           END-READ.
           IF NOT INVOICE-EOF
               ADD 1 TO RECORDS-READ-CNT
           END-IF.
       Read-Next-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * Print the run totals and close the files.
      * --------------------------------------------------------------
       Terminate-Report section.
           MOVE RECORDS-READ-CNT     TO TL-READ.
           MOVE INVOICES-FILED-CNT   TO TL-FILED.
           MOVE INVOICES-VOID-CNT    TO TL-VOID.
           MOVE INVOICES-PENDING-CNT TO TL-PENDING.
           MOVE CREDIT-NOTES-FILED-CNT TO TL-CREDITED.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           PERFORM Write-Runlog-Entry.

           CLOSE INVOICE-FILE.
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
           MOVE 'CA1YRPT7' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 5 TO RUN-COUNTER-COUNT.
           MOVE 'READ' TO RUN-COUNTER-LABEL(1).
           MOVE RECORDS-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'FILED' TO RUN-COUNTER-LABEL(2).
           MOVE INVOICES-FILED-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'VOID' TO RUN-COUNTER-LABEL(3).
           MOVE INVOICES-VOID-CNT TO RUN-COUNTER-VALUE(3).
           MOVE 'PENDING' TO RUN-COUNTER-LABEL(4).
           MOVE INVOICES-PENDING-CNT TO RUN-COUNTER-VALUE(4).
           MOVE 'CREDITED' TO RUN-COUNTER-LABEL(5).
           MOVE CREDIT-NOTES-FILED-CNT TO RUN-COUNTER-VALUE(5).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YRPT7: RUNLOG WRITE FAILED, STATUS '
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
