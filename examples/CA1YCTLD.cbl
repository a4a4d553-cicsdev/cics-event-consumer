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
      * Control-file starter load. CTLFILE (copybooks/CA1YCTL.cpy)
      * holds the rows the lookup programs used to carry as MOVE
      * statements - channel routing, locale date patterns, email
      * bodies, send-window offsets, region paths, operator grants,
      * tax rates, the monitor's thresholds, the general-ledger
      * accounts and the carriers' service days. This job writes the
      * rows those programs shipped with, so a new region's CTLFILE
      * starts out answering exactly as the old tables did; from
      * then on the rows are CA1YCTLM's to maintain. It also writes
      * the starting step table for CA1YCYC1's nightly cycle.
      *
      * It loads an empty file and nothing else. A CTLFILE that
      * already holds any record is CA1YCTLM's, with every change on
      * JRNLFILE, and rerunning the starter load over it would put
      * back rows someone deleted on purpose - a revoked grant, a
      * retired cycle step - with no journal entry to show it; so a
      * file with anything on it stops the job with return code 16
      * before a row is written. Rows a later release adds go onto a
      * live file through CA1YCTLM like any other change.
      * A newly defined, never-loaded cluster is what this job is
      * for, so CTLFILE is opened as an optional file and an empty
      * one opens cleanly.
      *
      * The email bodies are written as up to eight 128-character
      * TPLL segments each, with {datetime} where CA1YTPLL writes the
      * customer's locale pattern in.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCTLD.
       Environment division.
       Input-output section.
       File-control.
           Select optional Control-file assign to CTLFILE
               organization is indexed
               access mode is dynamic
               record key is CONTROL-FILE-KEY
               file status is CONTROL-FILE-STATUS.
       Data division.
       File section.
       FD Control-file.
       01 CONTROL-FILE-RECORD.
           02 CONTROL-FILE-KEY          PIC X(44).
           02 FILLER                    PIC X(150).
      *****************************************************************
       Working-storage section.
           COPY CA1YCTL.
       01 FILE-STATUSES.
           02 CONTROL-FILE-STATUS       PIC X(02) VALUE '00'.
       01 LOAD-COUNTERS.
           02 ROWS-WRITTEN-CNT          PIC 9(07) VALUE 0.
       01 RUN-STAMP.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 RUN-TIME-RAW              PIC 9(08) VALUE 0.
           02 RUN-TIME-HHMMSS           PIC 9(07) VALUE 0.
       01 LOADER-PROGRAM-ID             PIC X(08) VALUE 'CA1YCTLD'.
      * --------------------------------------------------------------
      * One email body as CA1YTPLL will read it back: the segments
      * laid end to end.
      * --------------------------------------------------------------
       01 SEED-TEMPLATE.
           02 SEED-EVENT-NAME           PIC X(32) VALUE SPACES.
           02 SEED-BODY                 PIC X(1024) VALUE SPACES.
           02 SEED-BODY-SEGMENTS REDEFINES SEED-BODY.
               03 SEED-BODY-SEGMENT     PIC X(128) OCCURS 8 TIMES.
       01 SEED-SEGMENT-INDEX            PIC 9(02) VALUE 0.
      * --------------------------------------------------------------
      * One region's directory; its six paths are the same file
      * names under it.
      * --------------------------------------------------------------
       01 SEED-REGION.
           02 SEED-APPLID               PIC X(08) VALUE SPACES.
           02 SEED-DIRECTORY            PIC X(40) VALUE SPACES.
           02 SEED-PATH-TYPE            PIC X(08) VALUE SPACES.
           02 SEED-FILE-NAME            PIC X(24) VALUE SPACES.
       01 SEED-OPERATOR.
           02 SEED-OPERATOR-ID          PIC X(08) VALUE SPACES.
           02 SEED-TRANID               PIC X(04) VALUE SPACES.
           02 SEED-ACTIONS              PIC X(12) VALUE SPACES.
       01 SEED-TAX.
           02 SEED-TAX-CATEGORY         PIC X(08) VALUE SPACES.
           02 SEED-TAX-JURISDICTION     PIC X(05) VALUE SPACES.
           02 SEED-TAX-RATE-PCT         PIC 9(02)V99 VALUE 0.
       01 SEED-THRESHOLD.
           02 SEED-WATCH-NAME           PIC X(32) VALUE SPACES.
           02 SEED-WATCH-LIMIT          PIC 9(07) VALUE 0.
       01 SEED-STEP.
           02 SEED-STEP-NAME            PIC X(08) VALUE SPACES.
           02 SEED-STEP-PROGRAM         PIC X(08) VALUE SPACES.
           02 SEED-STEP-TRANID          PIC X(04) VALUE SPACES.
           02 SEED-STEP-STOPS-CYCLE     PIC X(01) VALUE 'N'.
           02 SEED-STEP-WAIT-CHECKS     PIC 9(03) VALUE 0.
           02 SEED-STEP-PREREQS         PIC X(48) VALUE SPACES.
       01 SEED-ACCOUNT.
           02 SEED-GL-EVENT             PIC X(08) VALUE SPACES.
           02 SEED-GL-SOURCE            PIC X(08) VALUE SPACES.
           02 SEED-GL-CURRENCY          PIC X(03) VALUE SPACES.
           02 SEED-GL-DEBIT             PIC X(10) VALUE SPACES.
           02 SEED-GL-CREDIT            PIC X(10) VALUE SPACES.
           02 SEED-GL-TAX               PIC X(10) VALUE SPACES.
       01 SEED-SERVICE.
           02 SEED-CARRIER              PIC X(20) VALUE SPACES.
           02 SEED-SERVICE-DAYS         PIC 9(02) VALUE 0.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Control-Load.
           PERFORM Load-Channel-Rows.
           PERFORM Load-Locale-Rows.
           PERFORM Load-Template-Rows.
           PERFORM Load-Window-Rows.
           PERFORM Load-Region-Rows.
           PERFORM Load-Operator-Rows.
           PERFORM Load-Tax-Rows.
           PERFORM Load-Threshold-Rows.
           PERFORM Load-Cycle-Rows.
           PERFORM Load-Account-Rows.
           PERFORM Load-Service-Rows.
           PERFORM Terminate-Control-Load.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the run - every row written carries it as its last
      * change - open CTLFILE for update, and make sure it is empty:
      * a first READ NEXT that finds a record ends the job. CTLFILE
      * is optional here, so a freshly defined cluster that has
      * never held a record opens with status 05 rather than 35.
      * --------------------------------------------------------------
       Initialize-Control-Load section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           OPEN I-O CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00'
               AND CONTROL-FILE-STATUS NOT = '05'
               DISPLAY 'CA1YCTLD: CTLFILE OPEN FAILED, STATUS '
                   CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ CONTROL-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY 'CA1YCTLD: CTLFILE IS NOT EMPTY, FIRST KEY '
                       CONTROL-FILE-KEY
                   DISPLAY 'CA1YCTLD: NOTHING LOADED - MAINTAIN A LIVE'
                       ' CTLFILE THROUGH CA1YCTLM'
                   CLOSE CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CONTROL-FILE-STATUS NOT = '00'
               AND CONTROL-FILE-STATUS NOT = '10'
               DISPLAY 'CA1YCTLD: CTLFILE READ FAILED, STATUS '
                   CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       Initialize-Control-Load-exit.
           exit.
      * --------------------------------------------------------------
      * Clear the record for the next row; the caller keys it and
      * fills in its data.
      * --------------------------------------------------------------
       Clear-Control-Row section.
           MOVE SPACES TO CTL-KEY.
           MOVE SPACES TO CTL-ROW-DATA.
       Clear-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Write the row now in CA1Y-CONTROL-RECORD. The file started
      * empty, so any failure - a duplicate key included, which can
      * only be the same starting row written twice - is worth
      * stopping on.
      * --------------------------------------------------------------
       Write-Control-Row section.
           MOVE LOADER-PROGRAM-ID TO CTL-CHANGED-BY.
           MOVE RUN-DATE-CYYDDD   TO CTL-CHANGED-DATE.
           MOVE RUN-TIME-HHMMSS   TO CTL-CHANGED-TIME.
           WRITE CONTROL-FILE-RECORD FROM CA1Y-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ROWS-WRITTEN-CNT
           END-WRITE.
           IF CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YCTLD: CTLFILE WRITE FAILED, STATUS '
                   CONTROL-FILE-STATUS ', KEY ' CTL-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       Write-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * CHNL - the channel and warehouse queue per order source.
      * --------------------------------------------------------------
       Load-Channel-Rows section.
           PERFORM Clear-Control-Row.
           SET CTL-CHANNEL-TABLE TO TRUE.
           MOVE 'WEB     ' TO CTLK-ORDER-SOURCE.
           MOVE 'MyChannel       ' TO CTLD-CHANNEL-NAME.
           MOVE 'WHSE.ORDERS.WEB' TO CTLD-CHANNEL-QUEUE.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-CHANNEL-TABLE TO TRUE.
           MOVE 'PHONE   ' TO CTLK-ORDER-SOURCE.
           MOVE 'PhoneChannel    ' TO CTLD-CHANNEL-NAME.
           MOVE 'WHSE.ORDERS.PHONE' TO CTLD-CHANNEL-QUEUE.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-CHANNEL-TABLE TO TRUE.
           MOVE 'EDI     ' TO CTLK-ORDER-SOURCE.
           MOVE 'EdiChannel      ' TO CTLD-CHANNEL-NAME.
           MOVE 'WHSE.ORDERS.EDI' TO CTLD-CHANNEL-QUEUE.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-CHANNEL-TABLE TO TRUE.
           MOVE CONTROL-DEFAULT-ROW TO CTLK-ORDER-SOURCE.
           MOVE 'MyChannel       ' TO CTLD-CHANNEL-NAME.
           MOVE 'WHSE.ORDERS' TO CTLD-CHANNEL-QUEUE.
           PERFORM Write-Control-Row.
       Load-Channel-Rows-exit.
           exit.
      * --------------------------------------------------------------
      * TPLD - the {datetime=...} pattern per locale.
      * --------------------------------------------------------------
       Load-Locale-Rows section.
           PERFORM Clear-Control-Row.
           SET CTL-LOCALE-TABLE TO TRUE.
           MOVE 'en-US' TO CTLK-LOCALE.
           MOVE 'EEE, d MMM yyyy HH:mm:ss Z' TO CTLD-DATE-PATTERN.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-LOCALE-TABLE TO TRUE.
           MOVE 'de-DE' TO CTLK-LOCALE.
           MOVE 'EEE, d. MMM yyyy HH:mm:ss Z' TO CTLD-DATE-PATTERN.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-LOCALE-TABLE TO TRUE.
           MOVE 'fr-FR' TO CTLK-LOCALE.
           MOVE 'EEE d MMM yyyy HH:mm:ss Z' TO CTLD-DATE-PATTERN.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-LOCALE-TABLE TO TRUE.
           MOVE CONTROL-DEFAULT-ROW TO CTLK-LOCALE.
           MOVE 'EEE, d MMM yyyy HH:mm:ss Z' TO CTLD-DATE-PATTERN.
           PERFORM Write-Control-Row.
       Load-Locale-Rows-exit.
           exit.
      * --------------------------------------------------------------
      * TPLL - the branded HTML body per event. Each body is built
      * whole and then written a segment at a time.
      * --------------------------------------------------------------
       Load-Template-Rows section.
           MOVE 'OrderPlaced                     ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Thanks for your order!</h1>'
               '<p>Dear {CUST_NAME}, thank you for your order '
               '{ORDER_NUMBER}, totalling {ORDER_TOTAL}. '
               'It contains:</p>'
               '<ul>{ORDER_ITEMS}</ul>'
               '<p>This order confirmation was sent '
               'on {datetime} '
               'from transaction id {TASK_TRANID}, '
               'user id {TASK_USERID}, '
               'program {TASK_PROGRAM}, '
               'task number {TASK_NUMBER}, '
               'CICS SYSID {REGION_SYSID}, '
               'CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'OrderShipped                    ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Your order is on its way!</h1>'
               '<p>Dear {CUST_NAME}, your order {ORDER_NUMBER} '
               'has shipped.</p>'
               '<p>This shipping notice was sent '
               'on {datetime} '
               'from transaction id {TASK_TRANID}, '
               'user id {TASK_USERID}, '
               'program {TASK_PROGRAM}, '
               'task number {TASK_NUMBER}, '
               'CICS SYSID {REGION_SYSID}, '
               'CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'OrderCancelled                  ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Your order has been cancelled</h1>'
               '<p>Dear {CUST_NAME}, your order {ORDER_NUMBER} '
               'has been cancelled.</p>'
               '<p>This cancellation notice was sent '
               'on {datetime} '
               'from transaction id {TASK_TRANID}, '
               'user id {TASK_USERID}, '
               'program {TASK_PROGRAM}, '
               'task number {TASK_NUMBER}, '
               'CICS SYSID {REGION_SYSID}, '
               'CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'PaymentReminder1                ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>A gentle reminder</h1>'
               '<p>Dear {CUST_NAME}, we have not yet received '
               'your payment of {ORDER_TOTAL} for order '
               '{ORDER_NUMBER}. If you have already paid, please '
               'disregard this note.</p>'
               '<p>This reminder was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'PaymentReminder2                ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Second reminder</h1>'
               '<p>Dear {CUST_NAME}, your payment of {ORDER_TOTAL} '
               'for order {ORDER_NUMBER} is still outstanding. '
               'Please settle it at your earliest convenience.</p>'
               '<p>This reminder was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'PaymentReminderFinal            ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Final reminder</h1>'
               '<p>Dear {CUST_NAME}, despite earlier reminders, '
               'your payment of {ORDER_TOTAL} for order '
               '{ORDER_NUMBER} remains outstanding. Unless it is '
               'settled promptly we may pass the account to '
               'collections.</p>'
               '<p>This reminder was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'Daily digest                    ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Your daily summary</h1>'
               '<p>Dear {CUST_NAME}, here is what happened on your '
               'account today:</p>'
               '<ul>{DIGEST_LINES}</ul>'
               '<p>This summary was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'OrderBackordered                ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Part of your order is on backorder</h1>'
               '<p>Dear {CUST_NAME}, thank you for your order '
               '{ORDER_NUMBER}. Some of the items on it are '
               'temporarily out of stock:</p>'
               '<ul>{ORDER_ITEMS}</ul>'
               '<p>We will ship your complete order as soon as '
               'the new stock arrives - there is nothing you need '
               'to do.</p>'
               '<p>This notice was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'OrderAmended                    ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Your order has been changed</h1>'
               '<p>Dear {CUST_NAME}, as you asked, we have changed '
               'your order {ORDER_NUMBER}. It now comes to '
               '{ORDER_TOTAL} for:</p>'
               '<ul>{ORDER_ITEMS}</ul>'
               '<p>If you were already invoiced, a revised invoice '
               'follows separately.</p>'
               '<p>This notice was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE 'ProductRecall                   ' TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<h1>Important safety notice: product recall</h1>'
               '<p>Dear {CUST_NAME}, the supplier of a product you '
               'bought from us has recalled it:</p>'
               '<ul>{ORDER_ITEMS}</ul>'
               '<p>It was on these orders:</p>'
               '<ul>{DIGEST_LINES}</ul>'
               '<p>Please stop using the product and contact '
               'customer service, who will arrange its return and '
               'a full refund.</p>'
               '<p>This notice was sent '
               'on {datetime} '
               'from CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.

           MOVE CONTROL-DEFAULT-ROW TO SEED-EVENT-NAME.
           MOVE SPACES TO SEED-BODY.
           STRING '<html><body>'
               '<p>This email was sent '
               'on {datetime} '
               'from transaction id {TASK_TRANID}, '
               'user id {TASK_USERID}, '
               'program {TASK_PROGRAM}, '
               'task number {TASK_NUMBER}, '
               'CICS SYSID {REGION_SYSID}, '
               'CICS APPLID {REGION_APPLID}.</p>'
               '</body></html>'
               DELIMITED BY SIZE INTO SEED-BODY.
           PERFORM Write-Template-Body.
       Load-Template-Rows-exit.
           exit.
      * --------------------------------------------------------------
      * One TPLL row per segment of SEED-BODY that holds anything.
      * --------------------------------------------------------------
       Write-Template-Body section.
           PERFORM Write-Template-Segment
               VARYING SEED-SEGMENT-INDEX FROM 1 BY 1
               UNTIL SEED-SEGMENT-INDEX > CONTROL-TEMPLATE-SEGMENTS.
       Write-Template-Body-exit.
           exit.
      * --------------------------------------------------------------
       Write-Template-Segment section.
           IF SEED-BODY-SEGMENT(SEED-SEGMENT-INDEX) NOT = SPACES
               PERFORM Clear-Control-Row
               SET CTL-TEMPLATE-TABLE TO TRUE
               MOVE SEED-EVENT-NAME    TO CTLK-EVENT-NAME
               MOVE SEED-SEGMENT-INDEX TO CTLK-SEGMENT
               MOVE SEED-BODY-SEGMENT(SEED-SEGMENT-INDEX)
                   TO CTLD-TEMPLATE-TEXT
               PERFORM Write-Control-Row
           END-IF.
       Write-Template-Segment-exit.
           exit.
      * --------------------------------------------------------------
      * WINL - the send-window hour offset per locale.
      * --------------------------------------------------------------
       Load-Window-Rows section.
           PERFORM Clear-Control-Row.
           SET CTL-WINDOW-TABLE TO TRUE.
           MOVE 'en-US' TO CTLK-LOCALE.
           MOVE 0 TO CTLD-WINDOW-OFFSET.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-WINDOW-TABLE TO TRUE.
           MOVE 'de-DE' TO CTLK-LOCALE.
           MOVE 7 TO CTLD-WINDOW-OFFSET.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-WINDOW-TABLE TO TRUE.
           MOVE 'fr-FR' TO CTLK-LOCALE.
           MOVE 7 TO CTLD-WINDOW-OFFSET.
           PERFORM Write-Control-Row.

           PERFORM Clear-Control-Row.
           SET CTL-WINDOW-TABLE TO TRUE.
           MOVE CONTROL-DEFAULT-ROW TO CTLK-LOCALE.
           MOVE 0 TO CTLD-WINDOW-OFFSET.
           PERFORM Write-Control-Row.
       Load-Window-Rows-exit.
           exit.
      * --------------------------------------------------------------
      * CFGL - the zFS paths per region, one row per purpose.
      * --------------------------------------------------------------
       Load-Region-Rows section.
           MOVE 'TEST1   ' TO SEED-APPLID.
           MOVE '/u/ca1y/test/' TO SEED-DIRECTORY.
           PERFORM Write-Region-Paths.

           MOVE 'PROD1   ' TO SEED-APPLID.
           MOVE '/usr/lpp/ca1y/examples/' TO SEED-DIRECTORY.
           PERFORM Write-Region-Paths.

           MOVE CONTROL-DEFAULT-ROW TO SEED-APPLID.
           MOVE '/u/ca1y/examples/' TO SEED-DIRECTORY.
           PERFORM Write-Region-Paths.
       Load-Region-Rows-exit.
           exit.
      * --------------------------------------------------------------
      * The six purposes CA1YCFGL hands back, each a file name under
      * the region's directory.
      * --------------------------------------------------------------
       Write-Region-Paths section.
           MOVE 'PROPS   ' TO SEED-PATH-TYPE.
           MOVE 'emailServer.properties' TO SEED-FILE-NAME.
           PERFORM Write-Region-Path.

           MOVE 'ATTACH  ' TO SEED-PATH-TYPE.
           MOVE 'picture.png' TO SEED-FILE-NAME.
           PERFORM Write-Region-Path.

           MOVE 'XSLT    ' TO SEED-PATH-TYPE.
           MOVE 'helloWorld.xslt' TO SEED-FILE-NAME.
           PERFORM Write-Region-Path.

           MOVE 'INVOICE ' TO SEED-PATH-TYPE.
           MOVE 'orderInvoice.xslt' TO SEED-FILE-NAME.
           PERFORM Write-Region-Path.

           MOVE 'STMT    ' TO SEED-PATH-TYPE.
           MOVE 'accountStatement.xslt' TO SEED-FILE-NAME.
           PERFORM Write-Region-Path.

           MOVE 'CREDIT  ' TO SEED-PATH-TYPE.
           MOVE 'creditNote.xslt' TO SEED-FILE-NAME.
           PERFORM Write-Region-Path.
       Write-Region-Paths-exit.
           exit.
      * --------------------------------------------------------------
       Write-Region-Path section.
           PERFORM Clear-Control-Row.
           SET CTL-REGION-TABLE TO TRUE.
           MOVE SEED-APPLID    TO CTLK-APPLID.
           MOVE SEED-PATH-TYPE TO CTLK-PATH-TYPE.
           STRING SEED-DIRECTORY DELIMITED BY SPACE
               SEED-FILE-NAME DELIMITED BY SPACE
               INTO CTLD-REGION-PATH.
           PERFORM Write-Control-Row.
       Write-Region-Path-exit.
           exit.
      * --------------------------------------------------------------
      * OPAL - the operator grants. OPSADMIN also holds CTLM, the
      * maintenance of this file itself.
      * --------------------------------------------------------------
       Load-Operator-Rows section.
           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'CUSM' TO SEED-TRANID.
           MOVE 'ADDCHG      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'SUPM' TO SEED-TRANID.
           MOVE 'ADDDEL      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'DLQO' TO SEED-TRANID.
           MOVE 'REQDIS      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'CSLEAD  ' TO SEED-OPERATOR-ID.
           MOVE 'CUSM' TO SEED-TRANID.
           MOVE 'ADDCHG      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'CSLEAD  ' TO SEED-OPERATOR-ID.
           MOVE 'DLQO' TO SEED-TRANID.
           MOVE 'REQDIS      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'LEGAL01 ' TO SEED-OPERATOR-ID.
           MOVE 'SUPM' TO SEED-TRANID.
           MOVE 'ADDDEL      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE '********' TO SEED-OPERATOR-ID.
           MOVE 'SUPM' TO SEED-TRANID.
           MOVE 'ADD         ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'CMRG' TO SEED-TRANID.
           MOVE 'MRG         ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'ITMM' TO SEED-TRANID.
           MOVE 'ADDCHGDIS   ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'MERCHMGR' TO SEED-OPERATOR-ID.
           MOVE 'ITMM' TO SEED-TRANID.
           MOVE 'ADDCHGDIS   ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'CREDCTL ' TO SEED-OPERATOR-ID.
           MOVE 'HLDQ' TO SEED-TRANID.
           MOVE 'RELREJ      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'HLDQ' TO SEED-TRANID.
           MOVE 'RELREJ      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'STOM' TO SEED-TRANID.
           MOVE 'ADDPAURESEND' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'CSLEAD  ' TO SEED-OPERATOR-ID.
           MOVE 'STOM' TO SEED-TRANID.
           MOVE 'ADDPAURESEND' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'CNSM' TO SEED-TRANID.
           MOVE 'GRTWDR      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'CSLEAD  ' TO SEED-OPERATOR-ID.
           MOVE 'CNSM' TO SEED-TRANID.
           MOVE 'GRTWDR      ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE '********' TO SEED-OPERATOR-ID.
           MOVE 'CNSM' TO SEED-TRANID.
           MOVE 'WDR         ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'CTLM' TO SEED-TRANID.
           MOVE 'ADDCHGDEL   ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.

           MOVE 'OPSADMIN' TO SEED-OPERATOR-ID.
           MOVE 'CYCL' TO SEED-TRANID.
           MOVE 'RST         ' TO SEED-ACTIONS.
           PERFORM Write-Operator-Row.
       Load-Operator-Rows-exit.
           exit.
      * --------------------------------------------------------------
       Write-Operator-Row section.
           PERFORM Clear-Control-Row.
           SET CTL-OPERATOR-TABLE TO TRUE.
           MOVE SEED-OPERATOR-ID TO CTLK-OPERATOR-ID.
           MOVE SEED-TRANID      TO CTLK-TRANID.
           MOVE SEED-ACTIONS     TO CTLD-OPERATOR-ACTIONS.
           PERFORM Write-Control-Row.
       Write-Operator-Row-exit.
           exit.
      * --------------------------------------------------------------
      * TAXR - the rate per tax category and jurisdiction; DEFAULT,
      * with no jurisdiction, is what anything unmatched resolves
      * through.
      * --------------------------------------------------------------
       Load-Tax-Rows section.
           MOVE 'STANDARD' TO SEED-TAX-CATEGORY.
           MOVE 'GB   ' TO SEED-TAX-JURISDICTION.
           MOVE 20.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'REDUCED ' TO SEED-TAX-CATEGORY.
           MOVE 'GB   ' TO SEED-TAX-JURISDICTION.
           MOVE 05.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'STANDARD' TO SEED-TAX-CATEGORY.
           MOVE 'IE   ' TO SEED-TAX-JURISDICTION.
           MOVE 23.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'REDUCED ' TO SEED-TAX-CATEGORY.
           MOVE 'IE   ' TO SEED-TAX-JURISDICTION.
           MOVE 13.50 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'STANDARD' TO SEED-TAX-CATEGORY.
           MOVE 'DE   ' TO SEED-TAX-JURISDICTION.
           MOVE 19.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'REDUCED ' TO SEED-TAX-CATEGORY.
           MOVE 'DE   ' TO SEED-TAX-JURISDICTION.
           MOVE 07.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'STANDARD' TO SEED-TAX-CATEGORY.
           MOVE 'USCA ' TO SEED-TAX-JURISDICTION.
           MOVE 07.25 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'STANDARD' TO SEED-TAX-CATEGORY.
           MOVE 'USNY ' TO SEED-TAX-JURISDICTION.
           MOVE 04.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'STANDARD' TO SEED-TAX-CATEGORY.
           MOVE 'US   ' TO SEED-TAX-JURISDICTION.
           MOVE 00.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'REDUCED ' TO SEED-TAX-CATEGORY.
           MOVE 'US   ' TO SEED-TAX-JURISDICTION.
           MOVE 00.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'REDUCED ' TO SEED-TAX-CATEGORY.
           MOVE SPACES TO SEED-TAX-JURISDICTION.
           MOVE 05.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'ZERO    ' TO SEED-TAX-CATEGORY.
           MOVE SPACES TO SEED-TAX-JURISDICTION.
           MOVE 00.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE 'EXEMPT  ' TO SEED-TAX-CATEGORY.
           MOVE SPACES TO SEED-TAX-JURISDICTION.
           MOVE 00.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.

           MOVE CONTROL-DEFAULT-ROW TO SEED-TAX-CATEGORY.
           MOVE SPACES TO SEED-TAX-JURISDICTION.
           MOVE 20.00 TO SEED-TAX-RATE-PCT.
           PERFORM Write-Tax-Row.
       Load-Tax-Rows-exit.
           exit.
      * --------------------------------------------------------------
       Write-Tax-Row section.
           PERFORM Clear-Control-Row.
           SET CTL-TAX-TABLE TO TRUE.
           MOVE SEED-TAX-CATEGORY     TO CTLK-TAX-CATEGORY.
           MOVE SEED-TAX-JURISDICTION TO CTLK-TAX-JURISDICTION.
           MOVE SEED-TAX-RATE-PCT     TO CTLD-TAX-RATE-PCT.
           PERFORM Write-Control-Row.
       Write-Tax-Row-exit.
           exit.
      * --------------------------------------------------------------
      * MONT - CA1YMON1's thresholds: today's failures per event
      * name (OTHER for the rest), then the three queue counters.
      * --------------------------------------------------------------
       Load-Threshold-Rows section.
           MOVE 'OrderPlaced                     '
               TO SEED-WATCH-NAME.
           MOVE 10 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE 'OrderShipped                    '
               TO SEED-WATCH-NAME.
           MOVE 10 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE 'PaymentReceived                 '
               TO SEED-WATCH-NAME.
           MOVE 10 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE 'CA1Y mail send                  '
               TO SEED-WATCH-NAME.
           MOVE 10 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE 'Warehouse publish               '
               TO SEED-WATCH-NAME.
           MOVE 5 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE CONTROL-OTHER-ROW TO SEED-WATCH-NAME.
           MOVE 25 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE '*DLQ-QUEUED' TO SEED-WATCH-NAME.
           MOVE 20 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE '*DLQ-EXHAUSTED' TO SEED-WATCH-NAME.
           MOVE 1 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.

           MOVE '*PND-OVERDUE' TO SEED-WATCH-NAME.
           MOVE 10 TO SEED-WATCH-LIMIT.
           PERFORM Write-Threshold-Row.
       Load-Threshold-Rows-exit.
           exit.
      * --------------------------------------------------------------
       Write-Threshold-Row section.
           PERFORM Clear-Control-Row.
           SET CTL-THRESHOLD-TABLE TO TRUE.
           MOVE SEED-WATCH-NAME  TO CTLK-WATCH-NAME.
           MOVE SEED-WATCH-LIMIT TO CTLD-THRESHOLD.
           PERFORM Write-Control-Row.
       Write-Threshold-Row-exit.
           exit.
      * --------------------------------------------------------------
      * CYCS - the nightly cycle CA1YCYC1 runs. A step is known to
      * the cycle by the program its RUNLOG entry is written under
      * (CA1YBAT0 writes CA1YBAT1's) and started by its transaction.
      * The batch jobs - the EDI intake and order edit, the bounce
      * run, the reports and the AUDITLOG archive - have no
      * transaction: the scheduler runs them, each behind the
      * CA1YCYCG gate, and the cycle waits on their RUNLOG entries.
      * CA1YBAT1 and the edit ahead of it are the steps whose failure
      * stops everything: the rest of the night is built on the
      * orders they process. The archive waits for the AUDITLOG
      * readers, and the run-history report comes last. The waits
      * are in the cycle's five-minute checks.
      * --------------------------------------------------------------
       Load-Cycle-Rows section.
           MOVE 'DLQR    '  TO SEED-STEP-NAME.
           MOVE 'CA1YDLQR'  TO SEED-STEP-PROGRAM.
           MOVE 'DLQR'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 12          TO SEED-STEP-WAIT-CHECKS.
           MOVE SPACES      TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BKO1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBKO1'  TO SEED-STEP-PROGRAM.
           MOVE 'BKO1'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE SPACES      TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'EDI1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YEDI1'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE SPACES      TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'EDT1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YEDT1'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'Y'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'EDI1    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BAT1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBAT1'  TO SEED-STEP-PROGRAM.
           MOVE 'CB10'      TO SEED-STEP-TRANID.
           MOVE 'Y'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 72          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'DLQR    BKO1    EDT1    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BAT2    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBAT2'  TO SEED-STEP-PROGRAM.
           MOVE 'BAT2'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 36          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT1    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BAT3    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBAT3'  TO SEED-STEP-PROGRAM.
           MOVE 'BAT3'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 36          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT1    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BAT4    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBAT4'  TO SEED-STEP-PROGRAM.
           MOVE 'BAT4'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 36          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT3    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BAT5    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBAT5'  TO SEED-STEP-PROGRAM.
           MOVE 'BAT5'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 36          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT3    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'STL1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YSTL1'  TO SEED-STEP-PROGRAM.
           MOVE 'STL1'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE SPACES      TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'GLJ1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YGLJ1'  TO SEED-STEP-PROGRAM.
           MOVE 'GLJ1'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT2    BAT4    STL1    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'DUN1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YDUN1'  TO SEED-STEP-PROGRAM.
           MOVE 'DUN1'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'STL1    BAT4    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'DIG1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YDIG1'  TO SEED-STEP-PROGRAM.
           MOVE 'DIG1'      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT3    BAT4    BAT5    DUN1    '
               TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'BNC1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YBNC1'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE SPACES      TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT1    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT1'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT1    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT2    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT2'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT2    BAT4    BAT5    DIG1    BNC1    '
               TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT4    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT4'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT1    STL1    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT5    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT5'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT5    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT6    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT6'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE SPACES      TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT7    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT7'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT2    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT8    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT8'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'STL1    BAT4    DUN1    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT9    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT9'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'BAT5    '  TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'ARCH    '  TO SEED-STEP-NAME.
           MOVE 'CA1YARCH'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'RPT1    RPT2    BNC1    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.

           MOVE 'RPT3    '  TO SEED-STEP-NAME.
           MOVE 'CA1YRPT3'  TO SEED-STEP-PROGRAM.
           MOVE SPACES      TO SEED-STEP-TRANID.
           MOVE 'N'         TO SEED-STEP-STOPS-CYCLE.
           MOVE 24          TO SEED-STEP-WAIT-CHECKS.
           MOVE 'ARCH    GLJ1    RPT4    RPT8    ' TO SEED-STEP-PREREQS.
           PERFORM Write-Cycle-Row.
       Load-Cycle-Rows-exit.
           exit.
      * --------------------------------------------------------------
       Write-Cycle-Row section.
           PERFORM Clear-Control-Row.
           SET CTL-CYCLE-TABLE TO TRUE.
           MOVE SEED-STEP-NAME        TO CTLK-STEP-NAME.
           MOVE SEED-STEP-PROGRAM     TO CTLD-STEP-PROGRAM.
           MOVE SEED-STEP-TRANID      TO CTLD-STEP-TRANID.
           MOVE SEED-STEP-STOPS-CYCLE TO CTLD-STEP-STOPS-CYCLE.
           MOVE SEED-STEP-WAIT-CHECKS TO CTLD-STEP-WAIT-CHECKS.
           MOVE SEED-STEP-PREREQS     TO CTLD-STEP-PREREQS.
           PERFORM Write-Control-Row.
       Write-Cycle-Row-exit.
           exit.
      * --------------------------------------------------------------
      * GLAC - the accounts CA1YGLJ1 posts each event to, per order
      * source and currency. A blank currency fits any currency and
      * a DEFAULT source any source; each event's DEFAULT row for
      * any currency is what everything else resolves through.
      * --------------------------------------------------------------
       Load-Account-Rows section.
           MOVE 'INVOICE ' TO SEED-GL-EVENT.
           MOVE 'EDI     ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1210'     TO SEED-GL-DEBIT.
           MOVE '4020'     TO SEED-GL-CREDIT.
           MOVE '2300'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'INVOICE ' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE 'EUR'      TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '4000'     TO SEED-GL-CREDIT.
           MOVE '2310'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'INVOICE ' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE 'GBP'      TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '4000'     TO SEED-GL-CREDIT.
           MOVE '2320'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'INVOICE ' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '4000'     TO SEED-GL-CREDIT.
           MOVE '2300'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'CREDNOTE' TO SEED-GL-EVENT.
           MOVE 'EDI     ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1210'     TO SEED-GL-DEBIT.
           MOVE '4520'     TO SEED-GL-CREDIT.
           MOVE '2300'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'CREDNOTE' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE 'EUR'      TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '4500'     TO SEED-GL-CREDIT.
           MOVE '2310'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'CREDNOTE' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE 'GBP'      TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '4500'     TO SEED-GL-CREDIT.
           MOVE '2320'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'CREDNOTE' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '4500'     TO SEED-GL-CREDIT.
           MOVE '2300'     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'PAYMENT ' TO SEED-GL-EVENT.
           MOVE 'EDI     ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1010'     TO SEED-GL-DEBIT.
           MOVE '1210'     TO SEED-GL-CREDIT.
           MOVE SPACES     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'PAYMENT ' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1010'     TO SEED-GL-DEBIT.
           MOVE '1200'     TO SEED-GL-CREDIT.
           MOVE SPACES     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'REFUND  ' TO SEED-GL-EVENT.
           MOVE 'EDI     ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1210'     TO SEED-GL-DEBIT.
           MOVE '1010'     TO SEED-GL-CREDIT.
           MOVE SPACES     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'REFUND  ' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '1010'     TO SEED-GL-CREDIT.
           MOVE SPACES     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'CHARGEBK' TO SEED-GL-EVENT.
           MOVE 'EDI     ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1210'     TO SEED-GL-DEBIT.
           MOVE '1010'     TO SEED-GL-CREDIT.
           MOVE SPACES     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.

           MOVE 'CHARGEBK' TO SEED-GL-EVENT.
           MOVE 'DEFAULT ' TO SEED-GL-SOURCE.
           MOVE SPACES     TO SEED-GL-CURRENCY.
           MOVE '1200'     TO SEED-GL-DEBIT.
           MOVE '1010'     TO SEED-GL-CREDIT.
           MOVE SPACES     TO SEED-GL-TAX.
           PERFORM Write-Account-Row.
       Load-Account-Rows-exit.
           exit.
      * --------------------------------------------------------------
       Write-Account-Row section.
           PERFORM Clear-Control-Row.
           SET CTL-ACCOUNT-TABLE TO TRUE.
           MOVE SEED-GL-EVENT    TO CTLK-GL-EVENT.
           MOVE SEED-GL-SOURCE   TO CTLK-GL-SOURCE.
           MOVE SEED-GL-CURRENCY TO CTLK-GL-CURRENCY.
           MOVE SEED-GL-DEBIT    TO CTLD-GL-DEBIT.
           MOVE SEED-GL-CREDIT   TO CTLD-GL-CREDIT.
           MOVE SEED-GL-TAX      TO CTLD-GL-TAX.
           PERFORM Write-Control-Row.
       Write-Account-Row-exit.
           exit.
      * --------------------------------------------------------------
      * CSLA - the service days each carrier's contract promises,
      * door to door in calendar days; a carrier with no row of its
      * own is held to DEFAULT's.
      * --------------------------------------------------------------
       Load-Service-Rows section.
           MOVE 'UPS' TO SEED-CARRIER.
           MOVE 03 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.

           MOVE 'FEDEX' TO SEED-CARRIER.
           MOVE 03 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.

           MOVE 'USPS' TO SEED-CARRIER.
           MOVE 05 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.

           MOVE 'DHL' TO SEED-CARRIER.
           MOVE 04 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.

           MOVE 'ROYAL MAIL' TO SEED-CARRIER.
           MOVE 03 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.

           MOVE 'PARCELFORCE' TO SEED-CARRIER.
           MOVE 02 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.

           MOVE 'DEFAULT' TO SEED-CARRIER.
           MOVE 05 TO SEED-SERVICE-DAYS.
           PERFORM Write-Service-Row.
       Load-Service-Rows-exit.
           exit.
      * --------------------------------------------------------------
       Write-Service-Row section.
           PERFORM Clear-Control-Row.
           SET CTL-SERVICE-TABLE TO TRUE.
           MOVE SEED-CARRIER      TO CTLK-CARRIER.
           MOVE SEED-SERVICE-DAYS TO CTLD-SERVICE-DAYS.
           PERFORM Write-Control-Row.
       Write-Service-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Say what the run did and close up.
      * --------------------------------------------------------------
       Terminate-Control-Load section.
           CLOSE CONTROL-FILE.
           DISPLAY 'CA1YCTLD: ' ROWS-WRITTEN-CNT ' ROWS WRITTEN'.
       Terminate-Control-Load-exit.
           exit.
