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
      * Weekly cross-file integrity sweep.
      *
      * Every file in the system that points at another one by key
      * was written by a program that meant the target to exist, but
      * nothing checks afterwards that it still does. This sweep
      * walks each such relationship in turn and prints every record
      * whose partner is missing or no longer fit to be pointed at:
      *
      *   STATUS-ORPH  an ORDSTAT record with no order on ORDERFIL
      *   PAYMENT-ORPH a PAYMENTS record for an order not on ORDERFIL
      *   DOC-NO-INV   a stored invoice or credit note on DOCSTORE
      *                whose register number is not on INVREG
      *   INV-GAP      a run of numbers missing from either INVREG
      *                series, up to the last number the control
      *                record says was assigned - both series are
      *                gapless by construction, and a void invoice
      *                stays on file, so any hole is a lost record
      *   ORDER-CUST   an order whose customer is not on CUSTMAST or
      *                has been merged into another number
      *   QUEUE-CUST   a DIGESTQ or PENDSEND entry for a customer who
      *                has been erased, merged or is not on file
      *
      * For the queues the rule follows what each one still holds.
      * CA1YERA1 scrubs PENDSEND when it erases a customer but leaves
      * DIGESTQ alone, so any digest entry for an erased customer is
      * reported, released or not; an entry for a merged customer is
      * only wrong while it is still waiting to go out. A PENDSEND
      * entry is reported only while it is pending, and its customer
      * is the one on the order it was queued for.
      *
      * Documents built before the register existed carry invoice
      * number zero and are not checked. Orders in the synthetic
      * range (CA1YSYN) belong to the CA1YSMK1 canary, whose status
      * records have no order behind them on purpose, and are left
      * out of every check.
      *
      * Each category prints under its own heading with the keys
      * involved, then a total; the run totals go to RUNLOG the way
      * CA1YRUNW writes them for the CICS jobs, one labelled counter
      * per category. Anything found ends the job with return code 8
      * so the scheduler flags it; a clean sweep ends with zero.
      * Nothing is changed - the sweep only reads the files it checks
      * - but it wants a consistent picture, so run it with the CICS
      * files closed or defined RLS.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YRIS1.
       Environment division.
       Input-output section.
       File-control.
           Select Order-file assign to ORDERFIL
               organization is indexed
               access mode is dynamic
               record key is ORD-ORDER-NUMBER
               file status is ORDER-FILE-STATUS.
           Select Status-file assign to ORDSTAT
               organization is indexed
               access mode is sequential
               record key is OSTAT-ORDER-NUMBER
               file status is STATUS-FILE-STATUS.
           Select Payment-file assign to PAYMENTS
               organization is indexed
               access mode is sequential
               record key is PAY-KEY
               file status is PAYMENT-FILE-STATUS.
           Select Document-file assign to DOCSTORE
               organization is indexed
               access mode is sequential
               record key is DOC-KEY
               file status is DOCUMENT-FILE-STATUS.
           Select Invoice-file assign to INVREG
               organization is indexed
               access mode is dynamic
               record key is INV-KEY
               file status is INVOICE-FILE-STATUS.
           Select Customer-file assign to CUSTMAST
               organization is indexed
               access mode is random
               record key is CUST-REC-NUMBER
               file status is CUSTOMER-FILE-STATUS.
           Select Digest-file assign to DIGESTQ
               organization is indexed
               access mode is sequential
               record key is DIG-KEY
               file status is DIGEST-FILE-STATUS.
           Select Pending-file assign to PENDSEND
               organization is indexed
               access mode is sequential
               record key is PND-KEY
               file status is PENDING-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFILI
               organization is sequential
               file status is REPORT-FILE-STATUS.
       Data division.
       File section.
       FD Order-file.
           COPY CA1YORD.
       FD Status-file.
           COPY CA1YSTA.
       FD Payment-file.
           COPY CA1YPAY.
       FD Document-file.
           COPY CA1YDOC.
       FD Invoice-file.
           COPY CA1YINV.
       FD Customer-file.
           COPY CA1YCUS.
       FD Digest-file.
           COPY CA1YDIG.
       FD Pending-file.
           COPY CA1YPND.
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
       Working-storage section.
       01 FILE-STATUSES.
           02 ORDER-FILE-STATUS         PIC X(02) VALUE '00'.
           02 STATUS-FILE-STATUS        PIC X(02) VALUE '00'.
           02 PAYMENT-FILE-STATUS       PIC X(02) VALUE '00'.
           02 DOCUMENT-FILE-STATUS      PIC X(02) VALUE '00'.
           02 INVOICE-FILE-STATUS       PIC X(02) VALUE '00'.
           02 CUSTOMER-FILE-STATUS      PIC X(02) VALUE '00'.
           02 DIGEST-FILE-STATUS        PIC X(02) VALUE '00'.
           02 PENDING-FILE-STATUS       PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 ORDER-EOF-SW              PIC X(01) VALUE 'N'.
               88 ORDER-EOF              VALUE 'Y'.
           02 STATUS-EOF-SW             PIC X(01) VALUE 'N'.
               88 STATUS-EOF             VALUE 'Y'.
           02 PAYMENT-EOF-SW            PIC X(01) VALUE 'N'.
               88 PAYMENT-EOF            VALUE 'Y'.
           02 DOCUMENT-EOF-SW           PIC X(01) VALUE 'N'.
               88 DOCUMENT-EOF           VALUE 'Y'.
           02 INVOICE-EOF-SW            PIC X(01) VALUE 'N'.
               88 INVOICE-EOF            VALUE 'Y'.
           02 DIGEST-EOF-SW             PIC X(01) VALUE 'N'.
               88 DIGEST-EOF             VALUE 'Y'.
           02 PENDING-EOF-SW            PIC X(01) VALUE 'N'.
               88 PENDING-EOF            VALUE 'Y'.
           02 ORDER-FOUND-SW            PIC X(01) VALUE 'N'.
               88 ORDER-FOUND            VALUE 'Y'.
               88 ORDER-NOT-FOUND        VALUE 'N'.
           02 CONTROL-FOUND-SW          PIC X(01) VALUE 'N'.
               88 CONTROL-FOUND          VALUE 'Y'.
           02 CUSTOMER-STATE-SW         PIC X(01) VALUE 'A'.
               88 CUSTOMER-ACTIVE        VALUE 'A'.
               88 CUSTOMER-ERASED        VALUE 'E'.
               88 CUSTOMER-MERGED        VALUE 'M'.
               88 CUSTOMER-MISSING       VALUE 'U'.
           02 RUNLOG-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88 RUNLOG-WRITTEN         VALUE 'Y'.
       01 RUN-STAMP.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 RUN-TIME-RAW              PIC 9(08) VALUE 0.
           02 RUN-TIME-HHMMSS           PIC 9(07) VALUE 0.
       01 SWEEP-PROGRAM-ID              PIC X(08) VALUE 'CA1YRIS1'.
       01 ERASED-MARKER                 PIC X(20) VALUE '*ERASED*'.
           COPY CA1YSYN.
      * --------------------------------------------------------------
      * Where each INVREG series should pick up next, and what the
      * control record says was last handed out in each.
      * --------------------------------------------------------------
       01 SEQUENCE-WORK.
           02 NEXT-INVOICE-EXPECTED     PIC 9(08) VALUE 1.
           02 NEXT-CREDIT-EXPECTED      PIC 9(08) VALUE 1.
           02 CONTROL-LAST-INVOICE      PIC 9(08) VALUE 0.
           02 CONTROL-LAST-CREDIT       PIC 9(08) VALUE 0.
           02 SEQ-NUMBER                PIC 9(08) VALUE 0.
           02 SEQ-EXPECTED              PIC 9(08) VALUE 0.
           02 SEQ-SERIES-NAME           PIC X(12) VALUE SPACES.
           02 GAP-FROM                  PIC 9(08) VALUE 0.
           02 GAP-TO                    PIC 9(08) VALUE 0.
       01 CHECK-WORK.
           02 CHECK-CUST-NUMBER         PIC 9(08) VALUE 0.
           02 CHECK-SERIES-NAME         PIC X(11) VALUE SPACES.
       01 RUNLOG-WORK.
           02 RUNLOG-WRITE-TRIES        PIC 9(03) VALUE 0.
           02 RUNLOG-TRY-LIMIT          PIC 9(03) VALUE 999.
       01 RECORD-COUNTERS.
           02 STATUS-READ-CNT           PIC 9(07) VALUE 0.
           02 PAYMENT-READ-CNT          PIC 9(07) VALUE 0.
           02 DOCUMENT-READ-CNT         PIC 9(07) VALUE 0.
           02 INVOICE-READ-CNT          PIC 9(07) VALUE 0.
           02 ORDER-READ-CNT            PIC 9(07) VALUE 0.
           02 QUEUE-READ-CNT            PIC 9(07) VALUE 0.
       01 VIOLATION-COUNTERS.
           02 STATUS-ORPHAN-CNT         PIC 9(07) VALUE 0.
           02 PAYMENT-ORPHAN-CNT        PIC 9(07) VALUE 0.
           02 DOCUMENT-NO-INVOICE-CNT   PIC 9(07) VALUE 0.
           02 INVOICE-GAP-CNT           PIC 9(07) VALUE 0.
           02 ORDER-CUSTOMER-CNT        PIC 9(07) VALUE 0.
           02 QUEUE-CUSTOMER-CNT        PIC 9(07) VALUE 0.
           02 VIOLATION-TOTAL-CNT       PIC 9(07) VALUE 0.
       01 CATEGORY-LABELS.
           02 STATUS-ORPHAN-LABEL       PIC X(12) VALUE 'STATUS-ORPH'.
           02 PAYMENT-ORPHAN-LABEL      PIC X(12) VALUE 'PAYMENT-ORPH'.
           02 DOCUMENT-NO-INVOICE-LABEL PIC X(12) VALUE 'DOC-NO-INV'.
           02 INVOICE-GAP-LABEL         PIC X(12) VALUE 'INV-GAP'.
           02 ORDER-CUSTOMER-LABEL      PIC X(12) VALUE 'ORDER-CUST'.
           02 QUEUE-CUSTOMER-LABEL      PIC X(12) VALUE 'QUEUE-CUST'.
       01 HEADING-LINE-1.
           02 FILLER                    PIC X(44) VALUE
               'CA1YRIS1 - CROSS-FILE INTEGRITY SWEEP, RUN '.
           02 HL-DATE                   PIC 9(07).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 HL-TIME                   PIC 9(07).
           02 FILLER                    PIC X(73) VALUE SPACES.
       01 HEADING-LINE-2.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 FILLER                    PIC X(14) VALUE 'CATEGORY'.
           02 FILLER                    PIC X(62) VALUE 'KEYS'.
           02 FILLER                    PIC X(54) VALUE 'PROBLEM'.
       01 SECTION-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 SL-TITLE                  PIC X(60).
           02 FILLER                    PIC X(70) VALUE SPACES.
       01 VIOLATION-LINE.
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 VL-CATEGORY               PIC X(12).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 VL-KEYS                   PIC X(60).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 VL-PROBLEM                PIC X(40).
           02 FILLER                    PIC X(14) VALUE SPACES.
       01 SECTION-TOTAL-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 ST-FOUND                  PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(10) VALUE ' FOUND IN '.
           02 ST-READ                   PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(16)
               VALUE ' RECORDS CHECKED'.
           02 FILLER                    PIC X(88) VALUE SPACES.
       01 SUMMARY-LINE.
           02 FILLER                    PIC X(04) VALUE SPACES.
           02 SUM-LABEL                 PIC X(12).
           02 FILLER                    PIC X(02) VALUE SPACES.
           02 SUM-COUNT                 PIC ZZZ,ZZ9.
           02 FILLER                    PIC X(107) VALUE SPACES.
       01 CLEAN-SWEEP-LINE              PIC X(132) VALUE
           '  NO VIOLATIONS FOUND'.
       01 FAILED-SWEEP-LINE             PIC X(132) VALUE
           '  VIOLATIONS FOUND - ENDING WITH RETURN CODE 8'.
       01 BLANK-LINE                    PIC X(132) VALUE SPACES.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Sweep.
           PERFORM Check-Status-Records.
           PERFORM Check-Payment-Records.
           PERFORM Check-Document-Records.
           PERFORM Check-Invoice-Sequence.
           PERFORM Check-Order-Customers.
           PERFORM Check-Queued-Entries.
           PERFORM Terminate-Sweep.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the run, open everything, and print the heading. A file
      * that will not open stops the run - a sweep that skipped a
      * file would report it clean.
      * --------------------------------------------------------------
       Initialize-Sweep section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           OPEN INPUT ORDER-FILE.
           IF ORDER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: ORDERFIL OPEN FAILED, STATUS '
                   ORDER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STATUS-FILE.
           IF STATUS-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: ORDSTAT OPEN FAILED, STATUS '
                   STATUS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAYMENT-FILE.
           IF PAYMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: PAYMENTS OPEN FAILED, STATUS '
                   PAYMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DOCUMENT-FILE.
           IF DOCUMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: DOCSTORE OPEN FAILED, STATUS '
                   DOCUMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: INVREG OPEN FAILED, STATUS '
                   INVOICE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: CUSTMAST OPEN FAILED, STATUS '
                   CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DIGEST-FILE.
           IF DIGEST-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: DIGESTQ OPEN FAILED, STATUS '
                   DIGEST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: PENDSEND OPEN FAILED, STATUS '
                   PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRIS1: RPTFILI OPEN FAILED, STATUS '
                   REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RUN-DATE-CYYDDD TO HL-DATE.
           MOVE RUN-TIME-HHMMSS TO HL-TIME.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
       Initialize-Sweep-exit.
           exit.
      * --------------------------------------------------------------
      * ORDSTAT against ORDERFIL: every status record should have the
      * order it tracks.
      * --------------------------------------------------------------
       Check-Status-Records section.
           MOVE 'ORDSTAT RECORDS WITH NO ORDER ON ORDERFIL' TO SL-TITLE.
           PERFORM Print-Section-Title.
           PERFORM Read-Next-Status.
           PERFORM Check-One-Status UNTIL STATUS-EOF.
           MOVE STATUS-ORPHAN-CNT TO ST-FOUND.
           MOVE STATUS-READ-CNT TO ST-READ.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       Check-Status-Records-exit.
           exit.
      * --------------------------------------------------------------
       Check-One-Status section.
           IF OSTAT-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               ADD 1 TO STATUS-READ-CNT
               MOVE OSTAT-ORDER-NUMBER TO ORD-ORDER-NUMBER
               PERFORM Find-Order
               IF ORDER-NOT-FOUND
                   ADD 1 TO STATUS-ORPHAN-CNT
                   MOVE STATUS-ORPHAN-LABEL TO VL-CATEGORY
                   MOVE SPACES TO VL-KEYS
                   STRING 'ORDSTAT ORDER ' OSTAT-ORDER-NUMBER
                       ' STATUS ' OSTAT-STATUS
                       ' LAST EVENT ' OSTAT-LAST-DATE
                       DELIMITED BY SIZE INTO VL-KEYS
                   MOVE 'ORDER NOT ON ORDERFIL' TO VL-PROBLEM
                   PERFORM Print-Violation
               END-IF
           END-IF.
           PERFORM Read-Next-Status.
       Check-One-Status-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Status section.
           READ STATUS-FILE NEXT
               AT END SET STATUS-EOF TO TRUE
           END-READ.
       Read-Next-Status-exit.
           exit.
      * --------------------------------------------------------------
      * PAYMENTS against ORDERFIL: every payment, refund and
      * chargeback should belong to an order we have.
      * --------------------------------------------------------------
       Check-Payment-Records section.
           MOVE 'PAYMENTS RECORDS FOR ORDERS NOT ON ORDERFIL'
               TO SL-TITLE.
           PERFORM Print-Section-Title.
           PERFORM Read-Next-Payment.
           PERFORM Check-One-Payment UNTIL PAYMENT-EOF.
           MOVE PAYMENT-ORPHAN-CNT TO ST-FOUND.
           MOVE PAYMENT-READ-CNT TO ST-READ.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       Check-Payment-Records-exit.
           exit.
      * --------------------------------------------------------------
       Check-One-Payment section.
           IF PAY-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               ADD 1 TO PAYMENT-READ-CNT
               MOVE PAY-ORDER-NUMBER TO ORD-ORDER-NUMBER
               PERFORM Find-Order
               IF ORDER-NOT-FOUND
                   ADD 1 TO PAYMENT-ORPHAN-CNT
                   MOVE PAYMENT-ORPHAN-LABEL TO VL-CATEGORY
                   MOVE SPACES TO VL-KEYS
                   STRING 'PAYMENTS ORDER ' PAY-ORDER-NUMBER
                       ' AT ' PAY-DATE ' ' PAY-TIME
                       ' TYPE ' PAY-TYPE
                       DELIMITED BY SIZE INTO VL-KEYS
                   MOVE 'ORDER NOT ON ORDERFIL' TO VL-PROBLEM
                   PERFORM Print-Violation
               END-IF
           END-IF.
           PERFORM Read-Next-Payment.
       Check-One-Payment-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Payment section.
           READ PAYMENT-FILE NEXT
               AT END SET PAYMENT-EOF TO TRUE
           END-READ.
       Read-Next-Payment-exit.
           exit.
      * --------------------------------------------------------------
      * DOCSTORE against INVREG: a stored document's number should be
      * on the register, in the series its document type draws from.
      * --------------------------------------------------------------
       Check-Document-Records section.
           MOVE 'DOCSTORE DOCUMENTS WHOSE NUMBER IS NOT ON INVREG'
               TO SL-TITLE.
           PERFORM Print-Section-Title.
           PERFORM Read-Next-Document.
           PERFORM Check-One-Document UNTIL DOCUMENT-EOF.
           MOVE DOCUMENT-NO-INVOICE-CNT TO ST-FOUND.
           MOVE DOCUMENT-READ-CNT TO ST-READ.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       Check-Document-Records-exit.
           exit.
      * --------------------------------------------------------------
       Check-One-Document section.
           IF DOC-INVOICE-NUMBER NOT = 0
               ADD 1 TO DOCUMENT-READ-CNT
               IF DOC-IS-CREDIT-NOTE
                   MOVE 'C' TO INV-RECORD-TYPE
                   MOVE 'CREDIT NOTE' TO CHECK-SERIES-NAME
               ELSE
                   MOVE 'I' TO INV-RECORD-TYPE
                   MOVE 'INVOICE' TO CHECK-SERIES-NAME
               END-IF
               MOVE DOC-INVOICE-NUMBER TO INV-NUMBER
               READ INVOICE-FILE
                   INVALID KEY
                       ADD 1 TO DOCUMENT-NO-INVOICE-CNT
                       MOVE DOCUMENT-NO-INVOICE-LABEL TO VL-CATEGORY
                       MOVE SPACES TO VL-KEYS
                       STRING 'DOCSTORE ORDER ' DOC-ORDER-NUMBER
                           ' BUILT ' DOC-BUILD-DATE
                           ' ' DOC-BUILD-TIME
                           DELIMITED BY SIZE INTO VL-KEYS
                       MOVE SPACES TO VL-PROBLEM
                       STRING CHECK-SERIES-NAME DELIMITED BY '  '
                           ' ' DOC-INVOICE-NUMBER
                           ' NOT ON INVREG'
                           DELIMITED BY SIZE INTO VL-PROBLEM
                       PERFORM Print-Violation
               END-READ
           END-IF.
           PERFORM Read-Next-Document.
       Check-One-Document-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Document section.
           READ DOCUMENT-FILE NEXT
               AT END SET DOCUMENT-EOF TO TRUE
           END-READ.
       Read-Next-Document-exit.
           exit.
      * --------------------------------------------------------------
      * INVREG on its own: walk the register in key order - the
      * credit series sorts first, then the control record, then the
      * invoices - and report every hole in either series, then any
      * run between the last number on file and the last number the
      * control record says it assigned. Void and pending numbers
      * are on file and so are not holes.
      * --------------------------------------------------------------
       Check-Invoice-Sequence section.
           MOVE 'INVREG NUMBERS MISSING FROM THEIR SERIES' TO SL-TITLE.
           PERFORM Print-Section-Title.
           MOVE LOW-VALUES TO INV-KEY.
           START INVOICE-FILE KEY IS NOT LESS THAN INV-KEY
               INVALID KEY SET INVOICE-EOF TO TRUE
           END-START.
           IF NOT INVOICE-EOF
               PERFORM Read-Next-Invoice
           END-IF.
           PERFORM Check-One-Invoice UNTIL INVOICE-EOF.

           IF CONTROL-FOUND
               IF NEXT-CREDIT-EXPECTED NOT > CONTROL-LAST-CREDIT
                   MOVE 'CREDIT NOTES' TO SEQ-SERIES-NAME
                   MOVE NEXT-CREDIT-EXPECTED TO GAP-FROM
                   MOVE CONTROL-LAST-CREDIT TO GAP-TO
                   PERFORM Report-Number-Gap
               END-IF
               IF NEXT-INVOICE-EXPECTED NOT > CONTROL-LAST-INVOICE
                   MOVE 'INVOICES' TO SEQ-SERIES-NAME
                   MOVE NEXT-INVOICE-EXPECTED TO GAP-FROM
                   MOVE CONTROL-LAST-INVOICE TO GAP-TO
                   PERFORM Report-Number-Gap
               END-IF
           END-IF.

           MOVE INVOICE-GAP-CNT TO ST-FOUND.
           MOVE INVOICE-READ-CNT TO ST-READ.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       Check-Invoice-Sequence-exit.
           exit.
      * --------------------------------------------------------------
       Check-One-Invoice section.
           ADD 1 TO INVOICE-READ-CNT.
           EVALUATE TRUE
               WHEN INV-RECORD-TYPE = 'I' AND INV-NUMBER = 0
                   MOVE INVC-LAST-ASSIGNED TO CONTROL-LAST-INVOICE
                   MOVE INVC-LAST-CREDIT-NOTE TO CONTROL-LAST-CREDIT
                   SET CONTROL-FOUND TO TRUE
               WHEN INV-RECORD-TYPE = 'C'
                   MOVE 'CREDIT NOTES' TO SEQ-SERIES-NAME
                   MOVE NEXT-CREDIT-EXPECTED TO SEQ-EXPECTED
                   PERFORM Check-Sequence-Step
                   MOVE SEQ-EXPECTED TO NEXT-CREDIT-EXPECTED
               WHEN OTHER
                   MOVE 'INVOICES' TO SEQ-SERIES-NAME
                   MOVE NEXT-INVOICE-EXPECTED TO SEQ-EXPECTED
                   PERFORM Check-Sequence-Step
                   MOVE SEQ-EXPECTED TO NEXT-INVOICE-EXPECTED
           END-EVALUATE.
           PERFORM Read-Next-Invoice.
       Check-One-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * One number against where its series should have got to: a
      * number past that point leaves a hole behind it.
      * --------------------------------------------------------------
       Check-Sequence-Step section.
           MOVE INV-NUMBER TO SEQ-NUMBER.
           IF SEQ-NUMBER > SEQ-EXPECTED
               MOVE SEQ-EXPECTED TO GAP-FROM
               COMPUTE GAP-TO = SEQ-NUMBER - 1
               PERFORM Report-Number-Gap
           END-IF.
           COMPUTE SEQ-EXPECTED = SEQ-NUMBER + 1.
       Check-Sequence-Step-exit.
           exit.
      * --------------------------------------------------------------
       Report-Number-Gap section.
           ADD 1 TO INVOICE-GAP-CNT.
           MOVE INVOICE-GAP-LABEL TO VL-CATEGORY.
           MOVE SPACES TO VL-KEYS.
           STRING 'INVREG ' SEQ-SERIES-NAME DELIMITED BY '  '
               ' ' GAP-FROM ' TO ' GAP-TO
               DELIMITED BY SIZE INTO VL-KEYS.
           MOVE 'NUMBERS MISSING FROM THE SERIES' TO VL-PROBLEM.
           PERFORM Print-Violation.
       Report-Number-Gap-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Invoice section.
           READ INVOICE-FILE NEXT
               AT END SET INVOICE-EOF TO TRUE
           END-READ.
       Read-Next-Invoice-exit.
           exit.
      * --------------------------------------------------------------
      * ORDERFIL against CUSTMAST: every order's customer should be
      * on file and still trading under that number. ORDERFIL has
      * been read at random by the earlier checks, so the pass is
      * positioned at the front explicitly.
      * --------------------------------------------------------------
       Check-Order-Customers section.
           MOVE 'ORDERS WHOSE CUSTOMER IS MERGED OR NOT ON CUSTMAST'
               TO SL-TITLE.
           PERFORM Print-Section-Title.
           MOVE 0 TO ORD-ORDER-NUMBER.
           START ORDER-FILE KEY IS NOT LESS THAN ORD-ORDER-NUMBER
               INVALID KEY SET ORDER-EOF TO TRUE
           END-START.
           IF NOT ORDER-EOF
               PERFORM Read-Next-Order
           END-IF.
           PERFORM Check-One-Order UNTIL ORDER-EOF.
           MOVE ORDER-CUSTOMER-CNT TO ST-FOUND.
           MOVE ORDER-READ-CNT TO ST-READ.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       Check-Order-Customers-exit.
           exit.
      * --------------------------------------------------------------
       Check-One-Order section.
           IF ORD-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               ADD 1 TO ORDER-READ-CNT
               MOVE ORD-CUST-NUMBER TO CHECK-CUST-NUMBER
               PERFORM Classify-Customer
               IF CUSTOMER-MISSING OR CUSTOMER-MERGED
                   ADD 1 TO ORDER-CUSTOMER-CNT
                   MOVE ORDER-CUSTOMER-LABEL TO VL-CATEGORY
                   MOVE SPACES TO VL-KEYS
                   STRING 'ORDERFIL ORDER ' ORD-ORDER-NUMBER
                       ' CUSTOMER ' ORD-CUST-NUMBER
                       DELIMITED BY SIZE INTO VL-KEYS
                   PERFORM Describe-Customer-State
                   PERFORM Print-Violation
               END-IF
           END-IF.
           PERFORM Read-Next-Order.
       Check-One-Order-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Order section.
           READ ORDER-FILE NEXT
               AT END SET ORDER-EOF TO TRUE
           END-READ.
       Read-Next-Order-exit.
           exit.
      * --------------------------------------------------------------
      * DIGESTQ and PENDSEND against CUSTMAST: nothing should still be
      * queued for a customer who has been erased or merged away.
      * --------------------------------------------------------------
       Check-Queued-Entries section.
           MOVE 'QUEUED ENTRIES FOR ERASED, MERGED OR UNKNOWN CUSTOMERS'
               TO SL-TITLE.
           PERFORM Print-Section-Title.
           PERFORM Read-Next-Digest.
           PERFORM Check-One-Digest UNTIL DIGEST-EOF.
           PERFORM Read-Next-Pending.
           PERFORM Check-One-Pending UNTIL PENDING-EOF.
           MOVE QUEUE-CUSTOMER-CNT TO ST-FOUND.
           MOVE QUEUE-READ-CNT TO ST-READ.
           WRITE REPORT-LINE FROM SECTION-TOTAL-LINE.
       Check-Queued-Entries-exit.
           exit.
      * --------------------------------------------------------------
      * A digest entry is wrong for an erased customer whatever its
      * status - CA1YERA1 does not scrub DIGESTQ, so its text is
      * still there - and for a merged one only while it is pending.
      * --------------------------------------------------------------
       Check-One-Digest section.
           IF DIG-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               ADD 1 TO QUEUE-READ-CNT
               MOVE DIG-CUST-NUMBER TO CHECK-CUST-NUMBER
               PERFORM Classify-Customer
               IF CUSTOMER-MISSING OR CUSTOMER-ERASED
                   OR (CUSTOMER-MERGED AND DIG-PENDING)
                   ADD 1 TO QUEUE-CUSTOMER-CNT
                   MOVE QUEUE-CUSTOMER-LABEL TO VL-CATEGORY
                   MOVE SPACES TO VL-KEYS
                   STRING 'DIGESTQ CUST ' DIG-CUST-NUMBER
                       ' QUEUED ' DIG-DATE ' ' DIG-TIME
                       ' ORDER ' DIG-ORDER-NUMBER
                       DELIMITED BY SIZE INTO VL-KEYS
                   PERFORM Describe-Customer-State
                   PERFORM Print-Violation
               END-IF
           END-IF.
           PERFORM Read-Next-Digest.
       Check-One-Digest-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Digest section.
           READ DIGEST-FILE NEXT
               AT END SET DIGEST-EOF TO TRUE
           END-READ.
       Read-Next-Digest-exit.
           exit.
      * --------------------------------------------------------------
      * A pending send is reported when its recipient has already
      * been scrubbed, when its order has gone, or when the order's
      * customer is erased, merged or not on file.
      * --------------------------------------------------------------
       Check-One-Pending section.
           IF PND-PENDING
               AND PND-ORDER-NUMBER < SYNTHETIC-ORDER-FLOOR
               ADD 1 TO QUEUE-READ-CNT
               MOVE QUEUE-CUSTOMER-LABEL TO VL-CATEGORY
               MOVE SPACES TO VL-KEYS
               STRING 'PENDSEND TASK ' PND-TASK-NUMBER
                   ' QUEUED ' PND-DATE ' ' PND-TIME
                   ' ORDER ' PND-ORDER-NUMBER
                   DELIMITED BY SIZE INTO VL-KEYS
               MOVE PND-ORDER-NUMBER TO ORD-ORDER-NUMBER
               PERFORM Find-Order
               EVALUATE TRUE
                   WHEN PND-RECIPIENT = ERASED-MARKER
                       ADD 1 TO QUEUE-CUSTOMER-CNT
                       MOVE 'RECIPIENT ERASED' TO VL-PROBLEM
                       PERFORM Print-Violation
                   WHEN ORDER-NOT-FOUND
                       ADD 1 TO QUEUE-CUSTOMER-CNT
                       MOVE 'ORDER NOT ON ORDERFIL' TO VL-PROBLEM
                       PERFORM Print-Violation
                   WHEN OTHER
                       MOVE ORD-CUST-NUMBER TO CHECK-CUST-NUMBER
                       PERFORM Classify-Customer
                       IF NOT CUSTOMER-ACTIVE
                           ADD 1 TO QUEUE-CUSTOMER-CNT
                           PERFORM Describe-Customer-State
                           PERFORM Print-Violation
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM Read-Next-Pending.
       Check-One-Pending-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Pending section.
           READ PENDING-FILE NEXT
               AT END SET PENDING-EOF TO TRUE
           END-READ.
       Read-Next-Pending-exit.
           exit.
      * --------------------------------------------------------------
      * Random read of the order in ORD-ORDER-NUMBER.
      * --------------------------------------------------------------
       Find-Order section.
           READ ORDER-FILE
               INVALID KEY SET ORDER-NOT-FOUND TO TRUE
               NOT INVALID KEY SET ORDER-FOUND TO TRUE
           END-READ.
       Find-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Look up CHECK-CUST-NUMBER and say what state it is in. An
      * erased customer keeps the CA1YERA1 marker in the name.
      * --------------------------------------------------------------
       Classify-Customer section.
           MOVE CHECK-CUST-NUMBER TO CUST-REC-NUMBER.
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUSTOMER-MISSING TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CUST-REC-NAME = ERASED-MARKER
                           SET CUSTOMER-ERASED TO TRUE
                       WHEN CUST-REC-MERGED
                           SET CUSTOMER-MERGED TO TRUE
                       WHEN OTHER
                           SET CUSTOMER-ACTIVE TO TRUE
                   END-EVALUATE
           END-READ.
       Classify-Customer-exit.
           exit.
      * --------------------------------------------------------------
       Describe-Customer-State section.
           MOVE SPACES TO VL-PROBLEM.
           EVALUATE TRUE
               WHEN CUSTOMER-MISSING
                   MOVE 'CUSTOMER NOT ON CUSTMAST' TO VL-PROBLEM
               WHEN CUSTOMER-ERASED
                   MOVE 'CUSTOMER ERASED' TO VL-PROBLEM
               WHEN CUSTOMER-MERGED
                   STRING 'CUSTOMER MERGED INTO ' CUST-REC-MERGED-TO
                       DELIMITED BY SIZE INTO VL-PROBLEM
           END-EVALUATE.
       Describe-Customer-State-exit.
           exit.
      * --------------------------------------------------------------
       Print-Section-Title section.
           WRITE REPORT-LINE FROM BLANK-LINE.
           WRITE REPORT-LINE FROM SECTION-LINE.
       Print-Section-Title-exit.
           exit.
      * --------------------------------------------------------------
       Print-Violation section.
           ADD 1 TO VIOLATION-TOTAL-CNT.
           WRITE REPORT-LINE FROM VIOLATION-LINE.
       Print-Violation-exit.
           exit.
      * --------------------------------------------------------------
      * Print the summary, record the run on RUNLOG, close up, and
      * set the return code the scheduler acts on.
      * --------------------------------------------------------------
       Terminate-Sweep section.
           WRITE REPORT-LINE FROM BLANK-LINE.
           MOVE STATUS-ORPHAN-LABEL TO SUM-LABEL.
           MOVE STATUS-ORPHAN-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE PAYMENT-ORPHAN-LABEL TO SUM-LABEL.
           MOVE PAYMENT-ORPHAN-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE DOCUMENT-NO-INVOICE-LABEL TO SUM-LABEL.
           MOVE DOCUMENT-NO-INVOICE-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE INVOICE-GAP-LABEL TO SUM-LABEL.
           MOVE INVOICE-GAP-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE ORDER-CUSTOMER-LABEL TO SUM-LABEL.
           MOVE ORDER-CUSTOMER-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE QUEUE-CUSTOMER-LABEL TO SUM-LABEL.
           MOVE QUEUE-CUSTOMER-CNT TO SUM-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           IF VIOLATION-TOTAL-CNT = 0
               WRITE REPORT-LINE FROM CLEAN-SWEEP-LINE
           ELSE
               WRITE REPORT-LINE FROM FAILED-SWEEP-LINE
           END-IF.

           PERFORM Write-Runlog-Entry.

           CLOSE ORDER-FILE STATUS-FILE PAYMENT-FILE DOCUMENT-FILE
               INVOICE-FILE CUSTOMER-FILE DIGEST-FILE PENDING-FILE
               RUNLOG-FILE REPORT-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           ELSE
               IF VIOLATION-TOTAL-CNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       Terminate-Sweep-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the sweep, a counter per category. The
      * key collides only with another sweep started in the same
      * second, so a duplicate moves the start time along and tries
      * again, as CA1YRUNW does; any other failure is reported.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE SWEEP-PROGRAM-ID TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 6 TO RUN-COUNTER-COUNT.
           MOVE STATUS-ORPHAN-LABEL TO RUN-COUNTER-LABEL(1).
           MOVE STATUS-ORPHAN-CNT TO RUN-COUNTER-VALUE(1).
           MOVE PAYMENT-ORPHAN-LABEL TO RUN-COUNTER-LABEL(2).
           MOVE PAYMENT-ORPHAN-CNT TO RUN-COUNTER-VALUE(2).
           MOVE DOCUMENT-NO-INVOICE-LABEL TO RUN-COUNTER-LABEL(3).
           MOVE DOCUMENT-NO-INVOICE-CNT TO RUN-COUNTER-VALUE(3).
           MOVE INVOICE-GAP-LABEL TO RUN-COUNTER-LABEL(4).
           MOVE INVOICE-GAP-CNT TO RUN-COUNTER-VALUE(4).
           MOVE ORDER-CUSTOMER-LABEL TO RUN-COUNTER-LABEL(5).
           MOVE ORDER-CUSTOMER-CNT TO RUN-COUNTER-VALUE(5).
           MOVE QUEUE-CUSTOMER-LABEL TO RUN-COUNTER-LABEL(6).
           MOVE QUEUE-CUSTOMER-CNT TO RUN-COUNTER-VALUE(6).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YRIS1: RUNLOG WRITE FAILED, STATUS '
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
