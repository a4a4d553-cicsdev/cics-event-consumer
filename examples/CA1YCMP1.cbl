       Process cics('cobol3,sp')
       Process arith(extend) trunc(bin) list map xref rent
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
      * Marketing campaign mailing run.
      *
      * Everything else this system sends is about an order. This
      * driver mails a promotion - and only to customers who have
      * said yes: the CONSENT register (maintained on CA1YCNSM) must
      * hold a current email opt-in for the customer, CA1YSUPL must
      * not have them on the do-not-contact list, and CA1YWINL must
      * say it is a civil hour where they are. Every send, and every
      * suppressed skip, is audited under the campaign's own event
      * name, Campaign-<id>.
      *
      * The campaign is given as the START data:
      *
      *   cccccccc lllll ssssssss kkkkkkkk ddd hhhhh <subject, 60>
      *
      *   cccccccc  campaign id - required
      *   lllll     customer locale, e.g. en-GB (blank: any)
      *   ssssssss  order source the customer has bought through
      *             (blank: any; WEB includes orders with no source)
      *   kkkkkkkk  SKU the customer has bought (blank: any)
      *   ddd       only orders taken in the last ddd days count
      *             (blank or zero: any age)
      *   hhhhh     the most sends per hour (blank: 500)
      *   subject   the email's subject line - required
      *
      * When a source, SKU or age is given, the customer must have
      * at least one order on the ORDERPTH path meeting all of them
      * that was not cancelled. The body is the TPLL row whose event
      * name is Campaign-<id>: a campaign with no row of its own is
      * refused rather than sent with the DEFAULT body.
      *
      * CUSTMAST is swept in customer-number order, and every
      * customer dealt with is written to CAMPSENT under the
      * campaign, so nobody is mailed twice. The relay carries the
      * order confirmations too, so the run sends at most the
      * hourly limit and then STARTs itself again an hour later,
      * carrying on from the next customer. A customer whose send
      * window is closed is not written to CAMPSENT; once a sweep
      * reaches the end of CUSTMAST with anyone deferred, another
      * sweep starts an hour later to pick them up - up to 48
      * sweeps, after which the campaign is over. A run that stops
      * part-way is restarted with the same START data: whoever is
      * already on CAMPSENT is passed over. A send the relay refuses
      * is dead-lettered for CA1YDLQR to retry and written to
      * CAMPSENT as failed.
      *
      * Each run - each hour's slice - writes its counters to
      * RUNLOG and one summary line to extrapartition queue CMPR,
      * which the region's DCT allocates to SYSOUT. A refused
      * campaign sends nothing, says why on CMPR and writes an
      * incomplete RUNLOG entry.
      *
      * This program issues EXEC CICS commands, so it has to run as a
      * CICS transaction, the same as the other drivers - start it
      * with the campaign's data.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCMP1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YCUS.
           COPY CA1YCNS.
           COPY CA1YCMP.
           COPY CA1YORD.
           COPY CA1YSTA.
           COPY CA1YDLM.
           COPY CA1YSYN.
       01 ERASED-MARKER              PIC X(20) VALUE '*ERASED*'.
       01 REPORT-QUEUE-NAME          PIC X(04) VALUE 'CMPR'.
       01 SWITCHES.
           02 CUSTOMER-EOF-SW           PIC X(01) VALUE 'N'.
               88 CUSTOMER-EOF           VALUE 'Y'.
           02 BROWSE-ACTIVE-SW          PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE         VALUE 'Y'.
           02 PATH-EOF-SW               PIC X(01) VALUE 'N'.
               88 PATH-EOF               VALUE 'Y'.
           02 PATH-BROWSE-SW            PIC X(01) VALUE 'N'.
               88 PATH-BROWSE-ACTIVE    VALUE 'Y'.
           02 CAMPAIGN-VALID-SW         PIC X(01) VALUE 'Y'.
               88 CAMPAIGN-VALID        VALUE 'Y'.
               88 CAMPAIGN-REFUSED      VALUE 'N'.
           02 THROTTLED-SW              PIC X(01) VALUE 'N'.
               88 THROTTLED             VALUE 'Y'.
           02 CUSTOMER-SELECTED-SW      PIC X(01) VALUE 'N'.
               88 CUSTOMER-SELECTED     VALUE 'Y'.
           02 ORDER-QUALIFIES-SW        PIC X(01) VALUE 'N'.
               88 ORDER-QUALIFIES       VALUE 'Y'.
           02 SKU-FOUND-SW              PIC X(01) VALUE 'N'.
               88 SKU-FOUND             VALUE 'Y'.
           02 ORDER-CRITERIA-SW         PIC X(01) VALUE 'N'.
               88 ORDER-CRITERIA-GIVEN  VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
      * --------------------------------------------------------------
      * The campaign, as START data. The resume fields at the end are
      * left blank by whoever starts the campaign; the run fills them
      * in when it STARTs its own next slice.
      * --------------------------------------------------------------
       01 START-DATA.
           02 START-CAMPAIGN-ID         PIC X(08) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-LOCALE              PIC X(05) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-ORDER-SOURCE        PIC X(08) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-SKU                 PIC X(08) VALUE SPACES.
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-DAYS                PIC X(03) VALUE SPACES.
           02 START-DAYS-NUM REDEFINES START-DAYS
                                        PIC 9(03).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-HOURLY-LIMIT        PIC X(05) VALUE SPACES.
           02 START-HOURLY-LIMIT-NUM REDEFINES START-HOURLY-LIMIT
                                        PIC 9(05).
           02 FILLER                    PIC X(01) VALUE SPACES.
           02 START-SUBJECT             PIC X(60) VALUE SPACES.
           02 START-RESUME.
               03 START-RESUME-CUST     PIC X(08) VALUE SPACES.
               03 START-RESUME-CUST-NUM REDEFINES START-RESUME-CUST
                                        PIC 9(08).
               03 START-SWEEP           PIC X(03) VALUE SPACES.
               03 START-SWEEP-NUM REDEFINES START-SWEEP
                                        PIC 9(03).
               03 START-SWEEP-DEFERRED  PIC X(07) VALUE SPACES.
               03 START-SWEEP-DEFERRED-NUM REDEFINES
                   START-SWEEP-DEFERRED PIC 9(07).
       01 START-DATA-LENGTH          PIC S9(04) COMP VALUE 0.
       01 CAMPAIGN-TRANID            PIC X(04) VALUE SPACES.
       01 CAMPAIGN-EVENT-NAME        PIC X(32) VALUE SPACES.
       01 DEFAULT-HOURLY-LIMIT       PIC 9(05) VALUE 500.
       01 SWEEP-LIMIT                PIC 9(03) VALUE 48.
       01 NEXT-SLICE-INTERVAL        PIC 9(07) VALUE 10000.
       01 HOURLY-LIMIT               PIC 9(05) VALUE 0.
       01 SLICE-SEND-CNT             PIC 9(05) VALUE 0.
       01 REFUSAL-REASON             PIC X(40) VALUE SPACES.
       01 DRIVER-COUNTERS.
           02 SELECTED-CNT              PIC 9(07) VALUE 0.
           02 SENT-CNT                  PIC 9(07) VALUE 0.
           02 FAILED-CNT                PIC 9(07) VALUE 0.
           02 SUPPRESSED-CNT            PIC 9(07) VALUE 0.
           02 DEFERRED-CNT              PIC 9(07) VALUE 0.
           02 NO-CONSENT-CNT            PIC 9(07) VALUE 0.
       01 ORDER-ITEM-IDX             PIC 9(03) VALUE 0.
      * --------------------------------------------------------------
      * Order ages are compared as whole-day counts, the same
      * arithmetic CA1YDUN1 uses on the same 0CYYDDD stamps.
      * --------------------------------------------------------------
       01 DATE-WORK.
           02 TODAY-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 STAMP-DAY-COUNT           PIC 9(08) COMP VALUE 0.
           02 STAMP-CYYDDD              PIC 9(07) VALUE 0.
           02 STAMP-SPLIT REDEFINES STAMP-CYYDDD.
               03 STAMP-CYY             PIC 9(04).
               03 STAMP-DDD             PIC 9(03).
           02 STAMP-YEAR                PIC 9(04) VALUE 0.
       01 CONFIG.
           02 CONFIG-CHANNEL-NAME   PIC X(16) VALUE 'MyChannel       '.
           02 CONFIG-CONT-NAME      PIC X(16) VALUE 'CA1Y            '.
           02 CONFIG-DATA-LENGTH    PIC 9(8) COMP VALUE 0.
           02 CONFIG-DATA           PIC X(8192) VALUE SPACES.
       01 ORDER-SOURCE              PIC X(08) VALUE 'CAMPAIGN'.
           COPY CA1YRESP.
       01 AUDIT-REQUEST.
           COPY CA1YAUDC.
       01 CFG-REQUEST.
           COPY CA1YCFGC.
       01 CHN-REQUEST.
           COPY CA1YCHNC.
       01 TPL-REQUEST.
           COPY CA1YTPLC.
       01 SUP-REQUEST.
           COPY CA1YSUPC.
       01 WIN-REQUEST.
           COPY CA1YWINC.
       01 DLQ-REQUEST.
           COPY CA1YDLQC.
       01 RUN-REQUEST.
           COPY CA1YRUNC.
       01 DRIVER-START-STAMP.
           02 DRIVER-START-DATE      PIC 9(07) VALUE 0.
           02 DRIVER-START-TIME      PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * The slice's one CMPR line, 132 columns.
      * --------------------------------------------------------------
       01 REPORT-LINE                   PIC X(132) VALUE SPACES.
       01 SLICE-LINE.
           02 FILLER                    PIC X(09) VALUE 'CAMPAIGN '.
           02 SL-CAMPAIGN-ID            PIC X(08).
           02 FILLER                    PIC X(07) VALUE ' SWEEP '.
           02 SL-SWEEP                  PIC ZZ9.
           02 FILLER                    PIC X(10) VALUE ' SELECTED '.
           02 SL-SELECTED               PIC Z(06)9.
           02 FILLER                    PIC X(06) VALUE ' SENT '.
           02 SL-SENT                   PIC Z(06)9.
           02 FILLER                    PIC X(08) VALUE ' FAILED '.
           02 SL-FAILED                 PIC Z(06)9.
           02 FILLER                    PIC X(12) VALUE
               ' SUPPRESSED '.
           02 SL-SUPPRESSED             PIC Z(06)9.
           02 FILLER                    PIC X(10) VALUE ' DEFERRED '.
           02 SL-DEFERRED               PIC Z(06)9.
           02 FILLER                    PIC X(12) VALUE
               ' NO CONSENT '.
           02 SL-NO-CONSENT             PIC Z(06)9.
           02 FILLER                    PIC X(03) VALUE SPACES.
       01 SLICE-NEXT-TEXT            PIC X(40) VALUE SPACES.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           PERFORM Initialize-Driver.

           IF CAMPAIGN-VALID
               PERFORM Start-Customer-Browse
               PERFORM Process-Customer
                   UNTIL CUSTOMER-EOF OR THROTTLED
               PERFORM Terminate-Customer-Browse
               PERFORM Schedule-Next-Slice
           END-IF.

           PERFORM Write-Slice-Summary.
           PERFORM Write-Run-History.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Take the campaign off the START data and prove it, resolve
      * the channel and the region's paths once, and make sure the
      * campaign has a body of its own.
      * --------------------------------------------------------------
       Initialize-Driver section.
           MOVE EIBDATE TO DRIVER-START-DATE.
           MOVE EIBTIME TO DRIVER-START-TIME.
           MOVE EIBTRNID TO CAMPAIGN-TRANID.

           MOVE EIBDATE TO STAMP-CYYDDD.
           PERFORM Derive-Stamp-Day-Count.
           MOVE STAMP-DAY-COUNT TO TODAY-DAY-COUNT.

           MOVE SPACES TO START-DATA.
           MOVE LENGTH OF START-DATA TO START-DATA-LENGTH.
           EXEC CICS RETRIEVE INTO(START-DATA)
               LENGTH(START-DATA-LENGTH)
               RESP(WS-RESP)
           END-EXEC.

           IF START-DAYS = SPACES
               MOVE ZEROS TO START-DAYS
           END-IF.
           IF START-HOURLY-LIMIT = SPACES
               MOVE ZEROS TO START-HOURLY-LIMIT
           END-IF.
           IF START-RESUME-CUST = SPACES
               MOVE ZEROS TO START-RESUME-CUST
           END-IF.
           IF START-SWEEP = SPACES
               MOVE ZEROS TO START-SWEEP
           END-IF.
           IF START-SWEEP-DEFERRED = SPACES
               MOVE ZEROS TO START-SWEEP-DEFERRED
           END-IF.

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'NO CAMPAIGN GIVEN' TO REFUSAL-REASON
                   SET CAMPAIGN-REFUSED TO TRUE
               WHEN START-CAMPAIGN-ID = SPACES
                   MOVE 'NO CAMPAIGN ID GIVEN' TO REFUSAL-REASON
                   SET CAMPAIGN-REFUSED TO TRUE
               WHEN START-SUBJECT = SPACES
                   MOVE 'NO SUBJECT LINE GIVEN' TO REFUSAL-REASON
                   SET CAMPAIGN-REFUSED TO TRUE
               WHEN START-DAYS IS NOT NUMERIC
                   OR START-HOURLY-LIMIT IS NOT NUMERIC
                   OR START-RESUME-CUST IS NOT NUMERIC
                   OR START-SWEEP IS NOT NUMERIC
                   OR START-SWEEP-DEFERRED IS NOT NUMERIC
                   MOVE 'DAYS AND HOURLY LIMIT MUST BE NUMERIC'
                       TO REFUSAL-REASON
                   SET CAMPAIGN-REFUSED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF START-HOURLY-LIMIT-NUM = 0
               MOVE DEFAULT-HOURLY-LIMIT TO HOURLY-LIMIT
           ELSE
               MOVE START-HOURLY-LIMIT-NUM TO HOURLY-LIMIT
           END-IF.

           IF START-ORDER-SOURCE NOT = SPACES
               OR START-SKU NOT = SPACES
               OR START-DAYS-NUM > 0
               SET ORDER-CRITERIA-GIVEN TO TRUE
           END-IF.

           MOVE SPACES TO CAMPAIGN-EVENT-NAME.
           STRING 'Campaign-' START-CAMPAIGN-ID
               DELIMITED BY SIZE INTO CAMPAIGN-EVENT-NAME.

           MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
               COMMAREA(CHN-REQUEST)
           END-EXEC.
           MOVE CHN-OUT-CHANNEL-NAME TO CONFIG-CHANNEL-NAME.

           EXEC CICS ASSIGN APPLID(CFG-IN-APPLID) END-EXEC.
           EXEC CICS LINK PROGRAM('CA1YCFGL')
               COMMAREA(CFG-REQUEST)
           END-EXEC.

           IF CAMPAIGN-VALID
               PERFORM Check-Campaign-Template
           END-IF.
       Initialize-Driver-exit.
           exit.
      * --------------------------------------------------------------
      * Look the campaign's body up once before anyone is selected:
      * the DEFAULT body answering means nobody set the campaign up.
      * --------------------------------------------------------------
       Check-Campaign-Template section.
           MOVE CAMPAIGN-EVENT-NAME TO TPL-IN-EVENT-NAME.
           MOVE SPACES              TO TPL-IN-LOCALE.
           MOVE SPACES              TO TPL-IN-CUST-NAME.
           MOVE 0                   TO TPL-IN-ORDER-NUMBER.
           MOVE 0                   TO TPL-IN-ORDER-TOTAL.
           MOVE SPACES              TO TPL-IN-CURRENCY-CODE.
           MOVE 0                   TO TPL-IN-ITEM-COUNT.
           MOVE 0                   TO TPL-IN-DIGEST-COUNT.
           EXEC CICS LINK PROGRAM('CA1YTPLL')
               COMMAREA(TPL-REQUEST)
           END-EXEC.
           IF NOT TPL-OUT-EVENT-MATCHED
               MOVE 'NO TEMPLATE SET UP FOR THE CAMPAIGN'
                   TO REFUSAL-REASON
               SET CAMPAIGN-REFUSED TO TRUE
           END-IF.
       Check-Campaign-Template-exit.
           exit.
      * --------------------------------------------------------------
      * Start the CUSTMAST sweep where the last slice left off - the
      * beginning, for a new campaign or a new sweep.
      * --------------------------------------------------------------
       Start-Customer-Browse section.
           MOVE START-RESUME-CUST-NUM TO CUST-REC-NUMBER.
           EXEC CICS STARTBR FILE(CUSTOMER-FILE-NAME)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
               PERFORM Read-Next-Customer
           ELSE
               SET CUSTOMER-EOF TO TRUE
           END-IF.
       Start-Customer-Browse-exit.
           exit.
      * --------------------------------------------------------------
      * One customer: selected by the campaign's criteria, not yet
      * dealt with for this campaign, and opted in - then
      * suppression, quiet hours and the send. Once the hour's sends
      * are used up the sweep stops on this customer, unread, for
      * the next slice to start from.
      * --------------------------------------------------------------
       Process-Customer section.
           PERFORM Select-Customer.

           IF CUSTOMER-SELECTED
               AND SLICE-SEND-CNT >= HOURLY-LIMIT
               SET THROTTLED TO TRUE
               MOVE CUST-REC-NUMBER TO START-RESUME-CUST-NUM
           END-IF.

           IF CUSTOMER-SELECTED AND NOT THROTTLED
               ADD 1 TO SELECTED-CNT
               PERFORM Mail-Selected-Customer
           END-IF.

           IF NOT THROTTLED
               PERFORM Read-Next-Customer
           END-IF.
       Process-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * The campaign's criteria, cheapest first: a live record with
      * the locale asked for, not already on CAMPSENT for this
      * campaign, then - when the campaign asks - an order on file
      * that fits.
      * --------------------------------------------------------------
       Select-Customer section.
           MOVE 'N' TO CUSTOMER-SELECTED-SW.
           IF NOT CUST-REC-MERGED
               AND (START-LOCALE = SPACES
                   OR START-LOCALE = CUST-REC-LOCALE)
               SET CUSTOMER-SELECTED TO TRUE
           END-IF.

           IF CUSTOMER-SELECTED
               MOVE START-CAMPAIGN-ID TO CMS-CAMPAIGN-ID
               MOVE CUST-REC-NUMBER   TO CMS-CUST-NUMBER
               EXEC CICS READ FILE(CAMPAIGN-SENT-FILE-NAME)
                   INTO(CA1Y-CAMPAIGN-SENT-RECORD)
                   RIDFLD(CMS-KEY)
                   KEYLENGTH(LENGTH OF CMS-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'N' TO CUSTOMER-SELECTED-SW
               END-IF
           END-IF.

           IF CUSTOMER-SELECTED
               AND ORDER-CRITERIA-GIVEN
               PERFORM Find-Qualifying-Order
               IF NOT ORDER-QUALIFIES
                   MOVE 'N' TO CUSTOMER-SELECTED-SW
               END-IF
           END-IF.
       Select-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the customer's orders on the ORDERPTH path until one
      * meets every order criterion the campaign gave.
      * --------------------------------------------------------------
       Find-Qualifying-Order section.
           MOVE 'N' TO ORDER-QUALIFIES-SW.
           MOVE 'N' TO PATH-EOF-SW.
           MOVE 'N' TO PATH-BROWSE-SW.
           MOVE CUST-REC-NUMBER TO ORD-CUST-NUMBER.
           EXEC CICS STARTBR FILE(ORDER-PATH-NAME)
               RIDFLD(ORD-CUST-NUMBER)
               KEYLENGTH(LENGTH OF ORD-CUST-NUMBER)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET PATH-BROWSE-ACTIVE TO TRUE
           ELSE
               SET PATH-EOF TO TRUE
           END-IF.

           PERFORM Test-Next-Customer-Order
               UNTIL PATH-EOF OR ORDER-QUALIFIES.

           IF PATH-BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(ORDER-PATH-NAME) END-EXEC
           END-IF.
       Find-Qualifying-Order-exit.
           exit.
      * --------------------------------------------------------------
      * The path key is non-unique, so every order but the
      * customer's last comes back DUPKEY rather than NORMAL.
      * --------------------------------------------------------------
       Test-Next-Customer-Order section.
           EXEC CICS READNEXT FILE(ORDER-PATH-NAME)
               INTO(CA1Y-ORDER-RECORD)
               RIDFLD(ORD-CUST-NUMBER)
               KEYLENGTH(LENGTH OF ORD-CUST-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF (WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(DUPKEY))
               OR ORD-CUST-NUMBER NOT = CUST-REC-NUMBER
               SET PATH-EOF TO TRUE
           ELSE
               PERFORM Test-Order-Criteria
           END-IF.
       Test-Next-Customer-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Source, age and SKU must all fit, and the order must not
      * have been cancelled - a cancelled order bought nothing.
      * Orders taken before orders carried a date have no age, so
      * they never fit an age limit.
      * --------------------------------------------------------------
       Test-Order-Criteria section.
           SET ORDER-QUALIFIES TO TRUE.

           IF ORD-ORDER-NUMBER >= SYNTHETIC-ORDER-FLOOR
               MOVE 'N' TO ORDER-QUALIFIES-SW
           END-IF.

           IF ORDER-QUALIFIES
               AND START-ORDER-SOURCE NOT = SPACES
               IF ORD-ORDER-SOURCE NOT = START-ORDER-SOURCE
                   AND NOT (START-ORDER-SOURCE = 'WEB'
                       AND ORD-ORDER-SOURCE = SPACES)
                   MOVE 'N' TO ORDER-QUALIFIES-SW
               END-IF
           END-IF.

           IF ORDER-QUALIFIES
               AND START-DAYS-NUM > 0
               IF ORD-ORDER-DATE = 0
                   MOVE 'N' TO ORDER-QUALIFIES-SW
               ELSE
                   MOVE ORD-ORDER-DATE TO STAMP-CYYDDD
                   PERFORM Derive-Stamp-Day-Count
                   IF TODAY-DAY-COUNT - STAMP-DAY-COUNT
                           > START-DAYS-NUM
                       MOVE 'N' TO ORDER-QUALIFIES-SW
                   END-IF
               END-IF
           END-IF.

           IF ORDER-QUALIFIES
               AND START-SKU NOT = SPACES
               MOVE 'N' TO SKU-FOUND-SW
               PERFORM Match-Campaign-Sku
                   VARYING ORDER-ITEM-IDX FROM 1 BY 1
                   UNTIL ORDER-ITEM-IDX > ORD-ITEM-COUNT
                   OR SKU-FOUND
               IF NOT SKU-FOUND
                   MOVE 'N' TO ORDER-QUALIFIES-SW
               END-IF
           END-IF.

           IF ORDER-QUALIFIES
               MOVE ORD-ORDER-NUMBER TO OSTAT-ORDER-NUMBER
               EXEC CICS READ FILE(ORDER-STATUS-FILE-NAME)
                   INTO(CA1Y-ORDER-STATUS-RECORD)
                   RIDFLD(OSTAT-ORDER-NUMBER)
                   KEYLENGTH(LENGTH OF OSTAT-ORDER-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND OSTAT-CANCELLED
                   MOVE 'N' TO ORDER-QUALIFIES-SW
               END-IF
           END-IF.
       Test-Order-Criteria-exit.
           exit.
      * --------------------------------------------------------------
       Match-Campaign-Sku section.
           IF ORD-ITEM-SKU(ORDER-ITEM-IDX) = START-SKU
               SET SKU-FOUND TO TRUE
           END-IF.
       Match-Campaign-Sku-exit.
           exit.
      * --------------------------------------------------------------
      * A selected customer: nothing goes to anyone without a current
      * email opt-in and an address to use it on. Suppression is
      * audited and recorded; a closed window leaves the customer
      * for the next sweep; everyone else is mailed.
      * --------------------------------------------------------------
       Mail-Selected-Customer section.
           MOVE CUST-REC-NUMBER TO CNS-CUST-NUMBER.
           SET CNS-CHANNEL-EMAIL TO TRUE.
           EXEC CICS READ FILE(CONSENT-FILE-NAME)
               INTO(CA1Y-CONSENT-RECORD)
               RIDFLD(CNS-KEY)
               KEYLENGTH(LENGTH OF CNS-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CNS-OPTED-IN
               OR CUST-REC-EMAIL = SPACES
               OR CUST-REC-EMAIL = ERASED-MARKER
               ADD 1 TO NO-CONSENT-CNT
           ELSE
               PERFORM Check-Suppression-List
               IF SUP-IS-SUPPRESSED
                   ADD 1 TO SUPPRESSED-CNT
                   PERFORM Audit-Suppressed-Skip
                   SET CMS-SUPPRESSED TO TRUE
                   PERFORM Record-Campaign-Sent
               ELSE
                   PERFORM Check-Send-Window
                   IF WIN-IS-CLOSED
                       ADD 1 TO DEFERRED-CNT
                   ELSE
                       ADD 1 TO SLICE-SEND-CNT
                       PERFORM Send-Campaign-Email
                       IF RESPONSE-IS-OK
                           ADD 1 TO SENT-CNT
                           SET CMS-SENT TO TRUE
                       ELSE
                           ADD 1 TO FAILED-CNT
                           PERFORM Write-Send-Dead-Letter
                           SET CMS-FAILED TO TRUE
                       END-IF
                       PERFORM Record-Campaign-Sent
                   END-IF
               END-IF
           END-IF.
       Mail-Selected-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YSUPL whether this customer's email address is on the
      * SUPPFILE do-not-contact list - an opt-out there outranks any
      * opt-in on CONSENT.
      * --------------------------------------------------------------
       Check-Suppression-List section.
           MOVE CUST-REC-EMAIL TO SUP-IN-CONTACT-VALUE.
           EXEC CICS LINK PROGRAM('CA1YSUPL')
               COMMAREA(SUP-REQUEST)
           END-EXEC.
       Check-Suppression-List-exit.
           exit.
      * --------------------------------------------------------------
      * Prove the skip happened: one AUDITLOG entry with outcome 'S'
      * under the campaign's event name.
      * --------------------------------------------------------------
       Audit-Suppressed-Skip section.
           MOVE CAMPAIGN-EVENT-NAME TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES              TO AUDIT-IN-CONTAINER-NAMES.
           MOVE 0                   TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL      TO AUDIT-IN-RECIPIENT.
           MOVE 'SUPPRESSED'        TO AUDIT-IN-CA1Y-RESPONSE.
           MOVE 'S'                 TO AUDIT-IN-OUTCOME.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Audit-Suppressed-Skip-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YWINL whether now is an acceptable delivery time for
      * this customer's locale. Nobody wants a promotion at 2 a.m.
      * --------------------------------------------------------------
       Check-Send-Window section.
           MOVE CUST-REC-LOCALE TO WIN-IN-LOCALE.
           EXEC CICS LINK PROGRAM('CA1YWINL')
               COMMAREA(WIN-REQUEST)
           END-EXEC.
       Check-Send-Window-exit.
           exit.
      * --------------------------------------------------------------
      * Look up the campaign's body with the customer merged in, and
      * send it through the LINK-CA1Y route CA1YCOB2 uses.
      * --------------------------------------------------------------
       Send-Campaign-Email section.
           MOVE CAMPAIGN-EVENT-NAME TO TPL-IN-EVENT-NAME.
           MOVE CUST-REC-LOCALE     TO TPL-IN-LOCALE.
           MOVE CUST-REC-NAME       TO TPL-IN-CUST-NAME.
           MOVE 0                   TO TPL-IN-ORDER-NUMBER.
           MOVE 0                   TO TPL-IN-ORDER-TOTAL.
           MOVE SPACES              TO TPL-IN-CURRENCY-CODE.
           MOVE 0                   TO TPL-IN-ITEM-COUNT.
           MOVE 0                   TO TPL-IN-DIGEST-COUNT.
           EXEC CICS LINK PROGRAM('CA1YTPLL')
               COMMAREA(TPL-REQUEST)
           END-EXEC.

           MOVE SPACES TO CONFIG-DATA.
           STRING
               'import.private={file=' DELIMITED BY SIZE
               CFG-OUT-PROPS-PATH DELIMITED BY SPACE
               ':encoding=UTF-8}' CR DELIMITED BY SIZE
               'mail.to=' DELIMITED BY SIZE
               CUST-REC-EMAIL DELIMITED BY SPACE
               CR DELIMITED BY SIZE
               'mail.subject=' DELIMITED BY SIZE
               START-SUBJECT DELIMITED BY SIZE
               CR DELIMITED BY SIZE
               'mail.content=' DELIMITED BY SIZE
               TPL-OUT-CONTENT(1:TPL-OUT-CONTENT-LENGTH)
                   DELIMITED BY SIZE
               CR DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO CONFIG-DATA.

           MOVE 0 TO CONFIG-DATA-LENGTH.
           INSPECT CONFIG-DATA TALLYING CONFIG-DATA-LENGTH
               FOR CHARACTERS BEFORE INITIAL X'00'.

           EXEC CICS PUT CONTAINER(CONFIG-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(CONFIG-DATA) FLENGTH(CONFIG-DATA-LENGTH) CHAR
           END-EXEC.

           EXEC CICS LINK PROGRAM('CA1Y')
               CHANNEL(CONFIG-CHANNEL-NAME)
           END-EXEC.

           PERFORM Check-CA1Y-Response.
       Send-Campaign-Email-exit.
           exit.
      * --------------------------------------------------------------
      * Retrieve the CA1YRESPONSE container and audit the outcome
      * under the campaign's event name.
      * --------------------------------------------------------------
       Check-CA1Y-Response section.
           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE CAMPAIGN-EVENT-NAME  TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME  TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES               TO AUDIT-IN-CONTAINER-NAMES.
           MOVE CONFIG-CONT-NAME     TO AUDIT-IN-CONTAINER(1).
           MOVE 0                    TO AUDIT-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL       TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA        TO AUDIT-IN-CA1Y-RESPONSE.
           IF RESPONSE-IS-OK
               MOVE 'Y' TO AUDIT-IN-OUTCOME
           ELSE
               MOVE 'N' TO AUDIT-IN-OUTCOME
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Check-CA1Y-Response-exit.
           exit.
      * --------------------------------------------------------------
      * A failed send keeps its built properties container so
      * CA1YDLQR can retry the LINK to CA1Y later.
      * --------------------------------------------------------------
       Write-Send-Dead-Letter section.
           MOVE CAMPAIGN-EVENT-NAME  TO DLQ-IN-EVENT-NAME.
           MOVE 'CA1Y'               TO DLQ-IN-LINK-PROGRAM.
           MOVE CONFIG-CHANNEL-NAME  TO DLQ-IN-CHANNEL-NAME.
           MOVE 0                    TO DLQ-IN-ORDER-NUMBER.
           MOVE CUST-REC-EMAIL       TO DLQ-IN-RECIPIENT.
           MOVE RESPONSE-DATA        TO DLQ-IN-CA1Y-RESPONSE.
           MOVE 1                    TO DLQ-IN-CONTAINER-COUNT.
           MOVE CONFIG-CONT-NAME     TO DLQ-IN-CONTAINER-NAME(1).
           MOVE CONFIG-DATA-LENGTH   TO DLQ-IN-CONTAINER-LENGTH(1).
           MOVE CONFIG-DATA          TO DLQ-IN-CONTAINER-DATA(1).
           EXEC CICS LINK PROGRAM('CA1YDLQW')
               COMMAREA(DLQ-REQUEST)
           END-EXEC.
       Write-Send-Dead-Letter-exit.
           exit.
      * --------------------------------------------------------------
      * Note the customer as dealt with for this campaign, with the
      * outcome CMS-OUTCOME was set to.
      * --------------------------------------------------------------
       Record-Campaign-Sent section.
           MOVE START-CAMPAIGN-ID TO CMS-CAMPAIGN-ID.
           MOVE CUST-REC-NUMBER   TO CMS-CUST-NUMBER.
           MOVE EIBDATE           TO CMS-DATE.
           MOVE EIBTIME           TO CMS-TIME.
           MOVE CUST-REC-EMAIL    TO CMS-RECIPIENT.
           EXEC CICS WRITE FILE(CAMPAIGN-SENT-FILE-NAME)
               FROM(CA1Y-CAMPAIGN-SENT-RECORD)
               RIDFLD(CMS-KEY)
               KEYLENGTH(LENGTH OF CMS-KEY)
               RESP(WS-RESP)
           END-EXEC.
       Record-Campaign-Sent-exit.
           exit.
      * --------------------------------------------------------------
      * Fold a 0CYYDDD stamp into a whole-day count, the same
      * integer arithmetic CA1YARCH uses - good to a day, which is
      * all a limit measured in days needs.
      * --------------------------------------------------------------
       Derive-Stamp-Day-Count section.
           COMPUTE STAMP-YEAR = 1900 + STAMP-CYY.
           COMPUTE STAMP-DAY-COUNT =
               STAMP-YEAR * 365 + STAMP-YEAR / 4 + STAMP-DDD.
       Derive-Stamp-Day-Count-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next customer, noting end of browse.
      * --------------------------------------------------------------
       Read-Next-Customer section.
           EXEC CICS READNEXT FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET CUSTOMER-EOF TO TRUE
           END-IF.
       Read-Next-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * End the CUSTMAST browse.
      * --------------------------------------------------------------
       Terminate-Customer-Browse section.
           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CUSTOMER-FILE-NAME) END-EXEC
               MOVE 'N' TO BROWSE-ACTIVE-SW
           END-IF.
       Terminate-Customer-Browse-exit.
           exit.
      * --------------------------------------------------------------
      * Come back in an hour: to carry on from the customer the
      * throttle stopped on, or - when this sweep reached the end
      * with customers deferred by their send window - to sweep
      * again from the beginning for them. A sweep with nobody left
      * waiting, or the last sweep allowed, ends the campaign.
      * --------------------------------------------------------------
       Schedule-Next-Slice section.
           ADD DEFERRED-CNT TO START-SWEEP-DEFERRED-NUM.
           IF NOT THROTTLED
               IF START-SWEEP-DEFERRED-NUM > 0
                   AND START-SWEEP-NUM + 1 < SWEEP-LIMIT
                   ADD 1 TO START-SWEEP-NUM
                   MOVE 0 TO START-RESUME-CUST-NUM
                   MOVE 0 TO START-SWEEP-DEFERRED-NUM
               ELSE
                   MOVE SPACES TO START-RESUME
               END-IF
           END-IF.

           IF START-RESUME = SPACES
               MOVE 'CAMPAIGN COMPLETE' TO SLICE-NEXT-TEXT
           ELSE
               EXEC CICS START TRANSID(CAMPAIGN-TRANID)
                   INTERVAL(NEXT-SLICE-INTERVAL)
                   FROM(START-DATA)
                   LENGTH(LENGTH OF START-DATA)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'NEXT SLICE STARTS IN AN HOUR'
                       TO SLICE-NEXT-TEXT
               ELSE
                   MOVE 'NEXT SLICE NOT STARTED - RESTART BY HAND'
                       TO SLICE-NEXT-TEXT
               END-IF
           END-IF.
       Schedule-Next-Slice-exit.
           exit.
      * --------------------------------------------------------------
      * One CMPR line for the slice - its counters and what happens
      * next - or, for a refused campaign, why.
      * --------------------------------------------------------------
       Write-Slice-Summary section.
           MOVE START-CAMPAIGN-ID TO SL-CAMPAIGN-ID.
           IF START-SWEEP IS NUMERIC
               MOVE START-SWEEP-NUM TO SL-SWEEP
           ELSE
               MOVE 0 TO SL-SWEEP
           END-IF.
           MOVE SELECTED-CNT      TO SL-SELECTED.
           MOVE SENT-CNT          TO SL-SENT.
           MOVE FAILED-CNT        TO SL-FAILED.
           MOVE SUPPRESSED-CNT    TO SL-SUPPRESSED.
           MOVE DEFERRED-CNT      TO SL-DEFERRED.
           MOVE NO-CONSENT-CNT    TO SL-NO-CONSENT.
           MOVE SLICE-LINE TO REPORT-LINE.
           PERFORM Write-Report-Line.

           MOVE SPACES TO REPORT-LINE.
           IF CAMPAIGN-REFUSED
               STRING ' CAMPAIGN REFUSED - ' REFUSAL-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING ' ' SLICE-NEXT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           PERFORM Write-Report-Line.
       Write-Slice-Summary-exit.
           exit.
      * --------------------------------------------------------------
       Write-Report-Line section.
           EXEC CICS WRITEQ TD QUEUE(REPORT-QUEUE-NAME)
               FROM(REPORT-LINE)
               LENGTH(LENGTH OF REPORT-LINE)
               RESP(WS-RESP)
           END-EXEC.
       Write-Report-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Persist this slice's counters to RUNLOG. A refused campaign
      * is an incomplete run - nothing was sent.
      * --------------------------------------------------------------
       Write-Run-History section.
           MOVE 'CA1YCMP1'          TO RUN-IN-PROGRAM-NAME.
           MOVE DRIVER-START-DATE   TO RUN-IN-START-DATE.
           MOVE DRIVER-START-TIME   TO RUN-IN-START-TIME.
           IF CAMPAIGN-VALID
               MOVE 'C' TO RUN-IN-COMPLETION
           ELSE
               MOVE 'I' TO RUN-IN-COMPLETION
           END-IF.
           MOVE 6                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'SELECTED'          TO RUN-IN-COUNTER-LABEL(1).
           MOVE SELECTED-CNT        TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'SENT'              TO RUN-IN-COUNTER-LABEL(2).
           MOVE SENT-CNT            TO RUN-IN-COUNTER-VALUE(2).
           MOVE 'FAILED'            TO RUN-IN-COUNTER-LABEL(3).
           MOVE FAILED-CNT          TO RUN-IN-COUNTER-VALUE(3).
           MOVE 'SUPPRESSED'        TO RUN-IN-COUNTER-LABEL(4).
           MOVE SUPPRESSED-CNT      TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'DEFERRED'          TO RUN-IN-COUNTER-LABEL(5).
           MOVE DEFERRED-CNT        TO RUN-IN-COUNTER-VALUE(5).
           MOVE 'NO CONSENT'        TO RUN-IN-COUNTER-LABEL(6).
           MOVE NO-CONSENT-CNT      TO RUN-IN-COUNTER-VALUE(6).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
       Write-Run-History-exit.
           exit.
