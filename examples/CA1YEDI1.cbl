      * reads EDIFILE (one CA1YEDI.cpy segment per record: header,
      * items, trailer), resolves the partner's account to an
      * ORD-CUST-NUMBER through the PARTFILE cross-reference, prices
      * each item at the price in force on the intake date - the
      * PRICEHST row with the latest effective date not after it, or
      * the ITEMMAST current price for an item with no such row;
      * partners send SKU and quantity, never prices - and stamps
      * that date on the order as its order date, so the edit proves
      * the same price this job charged. It writes one CA1YORD.cpy
      * record per accepted order to ORDEDIO, the file the CA1YEDT1
      * edit run takes as its input. The existing edit rules therefore
      * apply to EDI orders exactly as to keyed ones before anything
      * signals; this translator only proves what the edit can't
      * (the partner mapping, the segment structure).
      * mid-file rather than number a real order the reports ignore
      * and the canary deletes.
      *
      * Each accepted order's partner account and PO reference go to
      * the EDIXREF cross-reference under the order number assigned,
      * since the order record has nowhere to keep them - the order
      * acknowledgment CA1YEDT1 sends after the edit and the advance
      * ship notices the shipment consumers send both quote them.
      *
      * A structurally broken order - items before any header, a
      * trailer whose count disagrees, a file ending mid-order - is
      * rejected whole; the next header starts clean.
      *
      * PRICEHST and EDIXREF are opened as optional files, so a
      * region that has never loaded either gets an empty file - every
      * item priced from ITEMMAST - instead of a failed open.
      *
      * Run this with the CICS files closed or defined RLS - it
      * writes EDIXREF and RUNLOG, the same KSDSs the online programs
      * use.
      *
      * The run ends by writing its totals to RUNLOG the way CA1YRIS1
      * records its sweep, so the nightly cycle (CA1YCYC1) can hold
      * the steps that need this one until it has finished. A run
      * that cannot write the entry ends with return code 16.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YEDI1.
               access mode is random
               record key is ITM-SKU
               file status is ITEM-FILE-STATUS.
           Select optional Price-history-file assign to PRICEHST
               organization is indexed
               access mode is dynamic
               record key is PRH-KEY
               file status is PRICE-HISTORY-STATUS.
           Select Order-out-file assign to ORDEDIO
               organization is sequential
               file status is ORDER-OUT-STATUS.
      * --------------------------------------------------------------
      * EDIXREF keeps the partner account and PO reference of every
      * order taken, keyed by the order number assigned here, for
      * the acknowledgment and ship notices that go back later.
      * --------------------------------------------------------------
           Select optional Xref-file assign to EDIXREF
               organization is indexed
               access mode is random
               record key is EDX-ORDER-NUMBER
               file status is XREF-FILE-STATUS.
           Select Ack-file assign to EDIACK
               organization is sequential
               file status is ACK-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFILB
               organization is sequential
               file status is REPORT-FILE-STATUS.
           COPY CA1YPRT.
       FD Item-file.
           COPY CA1YITM.
       FD Price-history-file.
           COPY CA1YPRH.
       FD Order-out-file record contains 2398 characters.
           COPY CA1YORD.
       FD Xref-file.
           COPY CA1YEDX.
       FD Ack-file record contains 80 characters.
       01 ACK-RECORD.
           02 ACK-PARTNER-ACCT      PIC X(15).
           02 ACK-ORDER-NUMBER      PIC 9(08).
           02 FILLER                PIC X(01).
           02 ACK-REASON            PIC X(25).
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE               PIC X(132).
      *****************************************************************
           02 EDI-FILE-STATUS           PIC X(02) VALUE '00'.
           02 PARTNER-FILE-STATUS       PIC X(02) VALUE '00'.
           02 ITEM-FILE-STATUS          PIC X(02) VALUE '00'.
           02 PRICE-HISTORY-STATUS      PIC X(02) VALUE '00'.
           02 ORDER-OUT-STATUS          PIC X(02) VALUE '00'.
           02 XREF-FILE-STATUS          PIC X(02) VALUE '00'.
           02 ACK-FILE-STATUS           PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 EDI-EOF-SW                PIC X(01) VALUE 'N'.
               88 EDI-EOF                VALUE 'Y'.
           02 ORDER-GOOD-SW             PIC X(01) VALUE 'Y'.
               88 ORDER-GOOD            VALUE 'Y'.
               88 ORDER-BAD             VALUE 'N'.
           02 PRICE-HISTORY-EOF-SW      PIC X(01) VALUE 'N'.
               88 PRICE-HISTORY-EOF     VALUE 'Y'.
           02 RUNLOG-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88 RUNLOG-WRITTEN         VALUE 'Y'.
      * --------------------------------------------------------------
      * The run's RUNLOG entry - stamped when the run starts and again
      * when it ends.
      * --------------------------------------------------------------
       01 RUNLOG-WORK.
           02 RUN-TIME-RAW              PIC 9(08) VALUE 0.
           02 RUN-TIME-HHMMSS           PIC 9(07) VALUE 0.
           02 RUNLOG-WRITE-TRIES        PIC 9(03) VALUE 0.
           02 RUNLOG-TRY-LIMIT          PIC 9(03) VALUE 999.
       01 START-PARM                    PIC X(08) VALUE SPACES.
       01 NEXT-ORDER-NUMBER             PIC 9(08) VALUE 0.
      * --------------------------------------------------------------
      * Every order this run takes is dated the intake date, and is
      * priced as of it.
      * --------------------------------------------------------------
       01 PRICE-RESOLUTION.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 PRICE-IN-FORCE            PIC 9(05)V99 VALUE 0.
      * --------------------------------------------------------------
      * The order being assembled, in the fan-out record shape. The
      * reject reason keeps the first rule the order broke - one
      * reason per ack line is what the partners' side can act on.
               STOP RUN
           END-IF.
           MOVE START-PARM TO NEXT-ORDER-NUMBER.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.
           IF NEXT-ORDER-NUMBER >= SYNTHETIC-ORDER-FLOOR
               DISPLAY 'CA1YEDI1: STARTING ORDER NUMBER IS IN THE '
                   'RESERVED SYNTHETIC RANGE'
               STOP RUN
           END-IF.

           OPEN INPUT PRICE-HISTORY-FILE.
           IF PRICE-HISTORY-STATUS NOT = '00'
               AND PRICE-HISTORY-STATUS NOT = '05'
               DISPLAY 'CA1YEDI1: PRICEHST OPEN FAILED, STATUS '
                   PRICE-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ORDER-OUT-FILE.
           IF ORDER-OUT-STATUS NOT = '00'
               DISPLAY 'CA1YEDI1: ORDEDIO OPEN FAILED, STATUS '
               STOP RUN
           END-IF.

           OPEN I-O XREF-FILE.
           IF XREF-FILE-STATUS NOT = '00'
               AND XREF-FILE-STATUS NOT = '05'
               DISPLAY 'CA1YEDI1: EDIXREF OPEN FAILED, STATUS '
                   XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ACK-FILE.
           IF ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDI1: EDIACK OPEN FAILED, STATUS '
               STOP RUN
           END-IF.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDI1: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YEDI1: RPTFILB OPEN FAILED, STATUS '
                       MOVE 'ITEM SKU RETIRED' TO WRK-NEW-REASON
                       PERFORM Flag-Order-Bad
                   ELSE
                       PERFORM Resolve-Price-In-Force
                       MOVE ITM-DESCRIPTION TO
                           WRK-ITEM-DESCRIPTION(WRK-ITEM-COUNT)
                       MOVE PRICE-IN-FORCE TO
                           WRK-ITEM-UNIT-PRICE(WRK-ITEM-COUNT)
                       COMPUTE WRK-ITEM-EXT-AMOUNT(WRK-ITEM-COUNT) =
                           WRK-ITEM-QUANTITY(WRK-ITEM-COUNT)
                           * PRICE-IN-FORCE
                       ADD WRK-ITEM-EXT-AMOUNT(WRK-ITEM-COUNT)
                           TO WRK-ORDER-TOTAL
                   END-IF
       Price-Order-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Find the price in force for the item just read on the intake
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
      * row for another SKU or dated after the intake date.
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
      * The trailer closes the order: the count it carries must be
      * what was read, there must be at least one item, and then the
      * record goes out and the ack says accepted.
           MOVE WRK-ORDER-TOTAL   TO ORD-ORDER-TOTAL.
           MOVE WRK-CURRENCY      TO ORD-CURRENCY-CODE.
           MOVE 'EDI     '        TO ORD-ORDER-SOURCE.
           MOVE RUN-DATE-CYYDDD   TO ORD-ORDER-DATE.
           MOVE WRK-ITEM-COUNT    TO ORD-ITEM-COUNT.
           PERFORM Copy-Order-Item
               VARYING WRK-ITEM-IDX FROM 1 BY 1
               STOP RUN
           END-IF.

           PERFORM Write-Edi-Xref.

           ADD 1 TO ORDERS-ACCEPTED-CNT.
           MOVE 'ACCEPTED' TO ACK-DISPOSITION.
           MOVE SPACES     TO ACK-REASON.
       Copy-Order-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Remember who sent the order and what they called it. A rerun
      * of the same file from the same starting number finds its
      * order numbers already there and rewrites them.
      * --------------------------------------------------------------
       Write-Edi-Xref section.
           MOVE NEXT-ORDER-NUMBER TO EDX-ORDER-NUMBER.
           MOVE WRK-PARTNER-ACCT  TO EDX-PARTNER-ACCT.
           MOVE WRK-PARTNER-REF   TO EDX-PARTNER-REF.
           MOVE WRK-CUST-NUMBER   TO EDX-CUST-NUMBER.
           MOVE RUN-DATE-CYYDDD   TO EDX-INTAKE-DATE.
           WRITE CA1Y-EDI-XREF-RECORD
               INVALID KEY
                   REWRITE CA1Y-EDI-XREF-RECORD
                       INVALID KEY
                           DISPLAY 'CA1YEDI1: EDIXREF REWRITE FAILED, '
                               'STATUS ' XREF-FILE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE.
       Write-Edi-Xref-exit.
           exit.
      * --------------------------------------------------------------
      * Acknowledge REJECTED with the first reason the order broke.
      * --------------------------------------------------------------
       Reject-Open-Order section.
           MOVE ORDERS-REJECTED-CNT TO TL-REJECTED.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           PERFORM Write-Runlog-Entry.

           CLOSE EDI-FILE.
           CLOSE PARTNER-FILE.
           CLOSE ITEM-FILE.
           CLOSE PRICE-HISTORY-FILE.
           CLOSE ORDER-OUT-FILE.
           CLOSE XREF-FILE.
           CLOSE ACK-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUNLOG-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           END-IF.
       Terminate-Intake-Run-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the run, with its totals, so the nightly
      * cycle can see it finished. The key collides only with another
      * run started in the same second, so a duplicate moves the
      * start time along and tries again, as CA1YRUNW does; any other
      * failure is reported.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE 'CA1YEDI1' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 3 TO RUN-COUNTER-COUNT.
           MOVE 'SEGMENTS' TO RUN-COUNTER-LABEL(1).
           MOVE SEGMENTS-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'ACCEPTED' TO RUN-COUNTER-LABEL(2).
           MOVE ORDERS-ACCEPTED-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'REJECTED' TO RUN-COUNTER-LABEL(3).
           MOVE ORDERS-REJECTED-CNT TO RUN-COUNTER-VALUE(3).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YEDI1: RUNLOG WRITE FAILED, STATUS '
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
