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
      * Order-status web service behind the storefront's "track my
      * order" page, so a customer can see where an order is without
      * emailing or phoning customer service. It answers the part of
      * the CA1YOINQ story a customer is entitled to: the order's
      * lifecycle state and when it last moved, each consignment's
      * carrier and tracking number with the carrier's latest status,
      * any refund, and whether the invoice is ready.
      *
      * The service is deployed bottom-up with the CICS JSON
      * assistant: DFHLS2JS over CA1YWOSQ (request) and CA1YWOSR
      * (response) generates the JSON schemas and the bind file, a
      * JSON provider pipeline and its URIMAP take the storefront's
      * POST, and the pipeline LINKs here with the request structure
      * on the DFHWS-DATA container. This program puts the response
      * structure back on the same container and the pipeline turns
      * it into the JSON reply.
      *
      * Nothing is returned until the email address given matches
      * the one on CUSTMAST for the order's customer - compared
      * without regard to case, and followed once to the surviving
      * record if that customer has been merged - so one customer
      * cannot look up another's order. An unknown order, an order
      * in the CA1YSMK1 synthetic range and a wrong address all get
      * the same NOT-FOUND, so the service does not tell anyone
      * which order numbers exist; an erased customer's address is
      * the CA1YERA1 marker and never matches.
      *
      * Consignments come from SHIPFILE, whose key starts with the
      * order number, and each one's status from TRACKFIL by order
      * and tracking number. Refunds and documents are browses of
      * PAYMENTS and DOCSTORE the way CA1YOINQ browses them. The
      * service only reads.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YWOS1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YORD.
       01 ORDER-FILE-NAME            PIC X(08) VALUE 'ORDERFIL'.
           COPY CA1YCUS.
           COPY CA1YSTA.
           COPY CA1YSHP.
           COPY CA1YTRK.
           COPY CA1YPAY.
           COPY CA1YDOC.
           COPY CA1YSYN.
           COPY CA1YWOSQ.
           COPY CA1YWOSR.
       01 WEB-DATA-CONTAINER        PIC X(16) VALUE 'DFHWS-DATA'.
       01 WEB-REQUEST-LENGTH        PIC 9(8) COMP VALUE 0.
       01 WEB-RESPONSE-LENGTH       PIC 9(8) COMP VALUE 0.
       01 WOS-ORDER-NUMBER-NUM      PIC 9(08) VALUE 0.
       01 WOS-CONSIGNMENT-LIMIT     PIC 9(02) VALUE 20.
      * --------------------------------------------------------------
      * The two addresses, folded to upper case before they are
      * compared.
      * --------------------------------------------------------------
       01 EMAIL-WORK.
           02 EMAIL-GIVEN           PIC X(64) VALUE SPACES.
           02 EMAIL-ON-FILE         PIC X(64) VALUE SPACES.
       01 LOWER-CASE-LETTERS        PIC X(26)
               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 UPPER-CASE-LETTERS        PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * --------------------------------------------------------------
      * Turning a 0CYYDDD stamp into a YYYY-MM-DD date.
      * --------------------------------------------------------------
       01 DATE-WORK.
           02 JULIAN-DATE           PIC 9(07) VALUE 0.
           02 JULIAN-PARTS REDEFINES JULIAN-DATE.
               03 FILLER            PIC 9(01).
               03 JULIAN-CYY        PIC 9(03).
               03 JULIAN-DDD        PIC 9(03).
           02 DATE-YEAR             PIC 9(04) VALUE 0.
           02 DATE-QUOTIENT         PIC 9(04) VALUE 0.
           02 DATE-REMAINDER-4      PIC 9(04) VALUE 0.
           02 DATE-REMAINDER-100    PIC 9(04) VALUE 0.
           02 DATE-REMAINDER-400    PIC 9(04) VALUE 0.
           02 LEAP-DAY              PIC 9(01) VALUE 0.
           02 MONTH-IDX             PIC 9(02) VALUE 0.
           02 MONTH-START           PIC 9(03) VALUE 0.
           02 ISO-DATE.
               03 ISO-YEAR          PIC 9(04).
               03 FILLER            PIC X(01) VALUE '-'.
               03 ISO-MONTH         PIC 9(02).
               03 FILLER            PIC X(01) VALUE '-'.
               03 ISO-DAY           PIC 9(02).
           02 DATE-TEXT             PIC X(10) VALUE SPACES.
      * --------------------------------------------------------------
      * Day-of-year offset for the first of each month, non-leap;
      * a leap year adds its day from March on.
      * --------------------------------------------------------------
       01 MONTH-OFFSET-VALUES.
           02 FILLER                PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           02 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
       01 SWITCHES.
           02 REQUEST-VALID-SW      PIC X(01) VALUE 'Y'.
               88 REQUEST-VALID     VALUE 'Y'.
               88 REQUEST-INVALID   VALUE 'N'.
           02 CUSTOMER-VERIFIED-SW  PIC X(01) VALUE 'N'.
               88 CUSTOMER-VERIFIED VALUE 'Y'.
           02 SOURCE-EOF-SW         PIC X(01) VALUE 'N'.
               88 SOURCE-EOF         VALUE 'Y'.
           02 BROWSE-ACTIVE-SW      PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE     VALUE 'Y'.
           02 MONTH-FOUND-SW        PIC X(01) VALUE 'N'.
               88 MONTH-FOUND       VALUE 'Y'.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           MOVE SPACES TO CA1Y-WOS-REQUEST.
           MOVE LENGTH OF CA1Y-WOS-REQUEST TO WEB-REQUEST-LENGTH.
           EXEC CICS GET CONTAINER(WEB-DATA-CONTAINER)
               INTO(CA1Y-WOS-REQUEST) FLENGTH(WEB-REQUEST-LENGTH)
               RESP(WS-RESP)
           END-EXEC.

           PERFORM Prepare-Response.
           PERFORM Validate-Request.

           IF REQUEST-VALID
               PERFORM Verify-Customer
               IF CUSTOMER-VERIFIED
                   SET WOS-OUT-FOUND TO TRUE
                   PERFORM Report-Order-State
                   PERFORM Report-Consignments
                   PERFORM Report-Refunds
                   PERFORM Report-Invoice
               ELSE
                   SET WOS-OUT-NOT-FOUND TO TRUE
               END-IF
           ELSE
               SET WOS-OUT-INVALID TO TRUE
           END-IF.

           MOVE LENGTH OF CA1Y-WOS-RESPONSE TO WEB-RESPONSE-LENGTH.
           EXEC CICS PUT CONTAINER(WEB-DATA-CONTAINER)
               FROM(CA1Y-WOS-RESPONSE) FLENGTH(WEB-RESPONSE-LENGTH)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * An empty answer: everything blank, no consignments, nothing
      * refunded, no invoice.
      * --------------------------------------------------------------
       Prepare-Response section.
           MOVE 0 TO WOS-OUT-CONSIGNMENT-COUNT.
           MOVE SPACES TO WOS-OUT-RESULT.
           MOVE WOS-IN-ORDER-NUMBER TO WOS-OUT-ORDER-NUMBER.
           MOVE SPACES TO WOS-OUT-STATE.
           MOVE SPACES TO WOS-OUT-STATE-CODE.
           MOVE SPACES TO WOS-OUT-LAST-EVENT-DATE.
           MOVE 'N' TO WOS-OUT-REFUNDED.
           MOVE 0 TO WOS-OUT-REFUND-AMOUNT.
           MOVE SPACES TO WOS-OUT-REFUND-DATE.
           MOVE 'N' TO WOS-OUT-INVOICE-ON-FILE.
           MOVE 'N' TO WOS-OUT-MORE-CONSIGNMENTS.
       Prepare-Response-exit.
           exit.
      * --------------------------------------------------------------
      * A request the pipeline did not deliver, a non-numeric order
      * number or no email address is INVALID before any file is
      * touched.
      * --------------------------------------------------------------
       Validate-Request section.
           SET REQUEST-VALID TO TRUE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET REQUEST-INVALID TO TRUE
           END-IF.
           IF REQUEST-VALID
               IF WOS-IN-ORDER-NUMBER IS NUMERIC
                   MOVE WOS-IN-ORDER-NUMBER TO WOS-ORDER-NUMBER-NUM
               ELSE
                   SET REQUEST-INVALID TO TRUE
               END-IF
           END-IF.
           IF REQUEST-VALID
               IF WOS-IN-EMAIL = SPACES
                   SET REQUEST-INVALID TO TRUE
               END-IF
           END-IF.
       Validate-Request-exit.
           exit.
      * --------------------------------------------------------------
      * The order, its customer (or the customer it was merged into),
      * and the address on file against the one given. Any miss
      * leaves the customer unverified.
      * --------------------------------------------------------------
       Verify-Customer section.
           MOVE 'N' TO CUSTOMER-VERIFIED-SW.
           IF WOS-ORDER-NUMBER-NUM < SYNTHETIC-ORDER-FLOOR
               MOVE WOS-ORDER-NUMBER-NUM TO ORD-ORDER-NUMBER
               EXEC CICS READ FILE(ORDER-FILE-NAME)
                   INTO(CA1Y-ORDER-RECORD)
                   RIDFLD(ORD-ORDER-NUMBER)
                   KEYLENGTH(LENGTH OF ORD-ORDER-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE ORD-CUST-NUMBER TO CUST-REC-NUMBER
                   PERFORM Read-Customer
                   IF WS-RESP = DFHRESP(NORMAL) AND CUST-REC-MERGED
                       MOVE CUST-REC-MERGED-TO TO CUST-REC-NUMBER
                       PERFORM Read-Customer
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM Match-Email-Address
                   END-IF
               END-IF
           END-IF.
       Verify-Customer-exit.
           exit.
      * --------------------------------------------------------------
       Read-Customer section.
           EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
       Read-Customer-exit.
           exit.
      * --------------------------------------------------------------
       Match-Email-Address section.
           MOVE WOS-IN-EMAIL TO EMAIL-GIVEN.
           MOVE CUST-REC-EMAIL TO EMAIL-ON-FILE.
           INSPECT EMAIL-GIVEN
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           INSPECT EMAIL-ON-FILE
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           IF EMAIL-ON-FILE NOT = SPACES
               AND EMAIL-GIVEN = EMAIL-ON-FILE
               SET CUSTOMER-VERIFIED TO TRUE
           END-IF.
       Match-Email-Address-exit.
           exit.
      * --------------------------------------------------------------
      * The lifecycle state, as a word the storefront can show. An
      * order no event has moved yet has no ORDSTAT record.
      * --------------------------------------------------------------
       Report-Order-State section.
           MOVE WOS-ORDER-NUMBER-NUM TO OSTAT-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-STATUS-FILE-NAME)
               INTO(CA1Y-ORDER-STATUS-RECORD)
               RIDFLD(OSTAT-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF OSTAT-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE OSTAT-STATUS TO WOS-OUT-STATE-CODE
               EVALUATE TRUE
                   WHEN OSTAT-PLACED
                       MOVE 'PLACED' TO WOS-OUT-STATE
                   WHEN OSTAT-PAID
                       MOVE 'PAID' TO WOS-OUT-STATE
                   WHEN OSTAT-BACKORDERED
                       MOVE 'BACKORDERED' TO WOS-OUT-STATE
                   WHEN OSTAT-PART-SHIPPED
                       MOVE 'PART-SHIPPED' TO WOS-OUT-STATE
                   WHEN OSTAT-SHIPPED
                       MOVE 'SHIPPED' TO WOS-OUT-STATE
                   WHEN OSTAT-DELIVERED
                       MOVE 'DELIVERED' TO WOS-OUT-STATE
                   WHEN OSTAT-CANCELLED
                       MOVE 'CANCELLED' TO WOS-OUT-STATE
                   WHEN OSTAT-RETURNED
                       MOVE 'RETURNED' TO WOS-OUT-STATE
                   WHEN OSTAT-REFUNDED
                       MOVE 'REFUNDED' TO WOS-OUT-STATE
                   WHEN OTHER
                       MOVE 'IN PROGRESS' TO WOS-OUT-STATE
               END-EVALUATE
               MOVE OSTAT-LAST-DATE TO JULIAN-DATE
               PERFORM Format-Julian-Date
               MOVE DATE-TEXT TO WOS-OUT-LAST-EVENT-DATE
           ELSE
               MOVE 'RECEIVED' TO WOS-OUT-STATE
           END-IF.
       Report-Order-State-exit.
           exit.
      * --------------------------------------------------------------
      * One entry per SHIPFILE consignment - the key starts with the
      * order number, so the order's boxes sit together - each with
      * the carrier's latest word on it from TRACKFIL.
      * --------------------------------------------------------------
       Report-Consignments section.
           MOVE 'N' TO SOURCE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE WOS-ORDER-NUMBER-NUM TO SHP-ORDER-NUMBER.
           MOVE 0 TO SHP-CONSIGNMENT-NO.
           EXEC CICS STARTBR FILE(SHIPMENT-FILE-NAME)
               RIDFLD(SHP-KEY) KEYLENGTH(LENGTH OF SHP-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET SOURCE-EOF TO TRUE
           END-IF.

           PERFORM Report-Next-Consignment UNTIL SOURCE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(SHIPMENT-FILE-NAME) END-EXEC
           END-IF.
       Report-Consignments-exit.
           exit.
      * --------------------------------------------------------------
       Report-Next-Consignment section.
           EXEC CICS READNEXT FILE(SHIPMENT-FILE-NAME)
               INTO(CA1Y-SHIPMENT-RECORD)
               RIDFLD(SHP-KEY) KEYLENGTH(LENGTH OF SHP-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR SHP-ORDER-NUMBER NOT = WOS-ORDER-NUMBER-NUM
               SET SOURCE-EOF TO TRUE
           ELSE
               IF WOS-OUT-CONSIGNMENT-COUNT >= WOS-CONSIGNMENT-LIMIT
                   MOVE 'Y' TO WOS-OUT-MORE-CONSIGNMENTS
                   SET SOURCE-EOF TO TRUE
               ELSE
                   ADD 1 TO WOS-OUT-CONSIGNMENT-COUNT
                   PERFORM Report-Consignment-Tracking
               END-IF
           END-IF.
       Report-Next-Consignment-exit.
           exit.
      * --------------------------------------------------------------
      * Fill the new entry from the shipment record and its TRACKFIL
      * record, if the carrier has reported the parcel yet.
      * --------------------------------------------------------------
       Report-Consignment-Tracking section.
           MOVE SHP-CARRIER
               TO WOS-OUT-CARRIER(WOS-OUT-CONSIGNMENT-COUNT).
           MOVE SHP-TRACKING-NUMBER
               TO WOS-OUT-TRACKING-NUMBER(WOS-OUT-CONSIGNMENT-COUNT).
           MOVE SHP-SHIP-DATE
               TO WOS-OUT-SHIP-DATE(WOS-OUT-CONSIGNMENT-COUNT).
           MOVE SPACES
               TO WOS-OUT-TRACKING-DATE(WOS-OUT-CONSIGNMENT-COUNT).

           MOVE SHP-ORDER-NUMBER TO TRK-ORDER-NUMBER.
           MOVE SHP-TRACKING-NUMBER TO TRK-TRACKING-NUMBER.
           EXEC CICS READ FILE(TRACKING-FILE-NAME)
               INTO(CA1Y-TRACKING-RECORD)
               RIDFLD(TRK-KEY) KEYLENGTH(LENGTH OF TRK-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN TRK-DELIVERED
                       MOVE 'DELIVERED' TO
                           WOS-OUT-TRACKING-STATUS
                               (WOS-OUT-CONSIGNMENT-COUNT)
                   WHEN TRK-IN-TRANSIT
                       MOVE 'IN TRANSIT' TO
                           WOS-OUT-TRACKING-STATUS
                               (WOS-OUT-CONSIGNMENT-COUNT)
                   WHEN TRK-OUT-FOR-DELIVERY
                       MOVE 'OUT FOR DELIVERY' TO
                           WOS-OUT-TRACKING-STATUS
                               (WOS-OUT-CONSIGNMENT-COUNT)
                   WHEN TRK-CARRIER-EXCEPTION
                       MOVE 'DELAYED' TO
                           WOS-OUT-TRACKING-STATUS
                               (WOS-OUT-CONSIGNMENT-COUNT)
                   WHEN OTHER
                       MOVE TRK-STATUS-CODE TO
                           WOS-OUT-TRACKING-STATUS
                               (WOS-OUT-CONSIGNMENT-COUNT)
               END-EVALUATE
               MOVE TRK-STATUS-DATE
                   TO WOS-OUT-TRACKING-DATE(WOS-OUT-CONSIGNMENT-COUNT)
           ELSE
               MOVE 'AWAITING SCAN'
                   TO WOS-OUT-TRACKING-STATUS(WOS-OUT-CONSIGNMENT-COUNT)
           END-IF.
       Report-Consignment-Tracking-exit.
           exit.
      * --------------------------------------------------------------
      * Refunds on PAYMENTS: the key starts with the order number and
      * runs in date order, so the last refund read is the latest.
      * --------------------------------------------------------------
       Report-Refunds section.
           MOVE 'N' TO SOURCE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE WOS-ORDER-NUMBER-NUM TO PAY-ORDER-NUMBER.
           MOVE 0 TO PAY-DATE.
           MOVE 0 TO PAY-TIME.
           EXEC CICS STARTBR FILE(PAYMENT-FILE-NAME)
               RIDFLD(PAY-KEY) KEYLENGTH(LENGTH OF PAY-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET SOURCE-EOF TO TRUE
           END-IF.

           PERFORM Report-Next-Payment UNTIL SOURCE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(PAYMENT-FILE-NAME) END-EXEC
           END-IF.
       Report-Refunds-exit.
           exit.
      * --------------------------------------------------------------
       Report-Next-Payment section.
           EXEC CICS READNEXT FILE(PAYMENT-FILE-NAME)
               INTO(CA1Y-PAYMENT-RECORD)
               RIDFLD(PAY-KEY) KEYLENGTH(LENGTH OF PAY-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR PAY-ORDER-NUMBER NOT = WOS-ORDER-NUMBER-NUM
               SET SOURCE-EOF TO TRUE
           ELSE
               IF PAY-IS-REFUND
                   MOVE 'Y' TO WOS-OUT-REFUNDED
                   ADD PAY-AMOUNT TO WOS-OUT-REFUND-AMOUNT
                   MOVE PAY-DATE TO JULIAN-DATE
                   PERFORM Format-Julian-Date
                   MOVE DATE-TEXT TO WOS-OUT-REFUND-DATE
               END-IF
           END-IF.
       Report-Next-Payment-exit.
           exit.
      * --------------------------------------------------------------
      * Is an invoice stored? The DOCSTORE key starts with the order
      * number; the first invoice found ends the browse.
      * --------------------------------------------------------------
       Report-Invoice section.
           MOVE 'N' TO SOURCE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE WOS-ORDER-NUMBER-NUM TO DOC-ORDER-NUMBER.
           MOVE 0 TO DOC-BUILD-DATE.
           MOVE 0 TO DOC-BUILD-TIME.
           EXEC CICS STARTBR FILE(DOCUMENT-FILE-NAME)
               RIDFLD(DOC-KEY) KEYLENGTH(LENGTH OF DOC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET SOURCE-EOF TO TRUE
           END-IF.

           PERFORM Report-Next-Document UNTIL SOURCE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(DOCUMENT-FILE-NAME) END-EXEC
           END-IF.
       Report-Invoice-exit.
           exit.
      * --------------------------------------------------------------
       Report-Next-Document section.
           EXEC CICS READNEXT FILE(DOCUMENT-FILE-NAME)
               INTO(CA1Y-DOCUMENT-RECORD)
               RIDFLD(DOC-KEY) KEYLENGTH(LENGTH OF DOC-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR DOC-ORDER-NUMBER NOT = WOS-ORDER-NUMBER-NUM
               SET SOURCE-EOF TO TRUE
           ELSE
               IF DOC-IS-INVOICE
                   MOVE 'Y' TO WOS-OUT-INVOICE-ON-FILE
                   SET SOURCE-EOF TO TRUE
               END-IF
           END-IF.
       Report-Next-Document-exit.
           exit.
      * --------------------------------------------------------------
      * 0CYYDDD into DATE-TEXT as YYYY-MM-DD; zero, or a day number
      * that is not a day, gives spaces. The month is the last one
      * whose first day the day number has reached, counting back
      * from December.
      * --------------------------------------------------------------
       Format-Julian-Date section.
           MOVE SPACES TO DATE-TEXT.
           IF JULIAN-DDD >= 1 AND JULIAN-DDD <= 366
               COMPUTE DATE-YEAR = 1900 + JULIAN-CYY
               DIVIDE DATE-YEAR BY 4 GIVING DATE-QUOTIENT
                   REMAINDER DATE-REMAINDER-4
               DIVIDE DATE-YEAR BY 100 GIVING DATE-QUOTIENT
                   REMAINDER DATE-REMAINDER-100
               DIVIDE DATE-YEAR BY 400 GIVING DATE-QUOTIENT
                   REMAINDER DATE-REMAINDER-400
               MOVE 0 TO LEAP-DAY
               IF DATE-REMAINDER-4 = 0
                   AND (DATE-REMAINDER-100 NOT = 0
                        OR DATE-REMAINDER-400 = 0)
                   MOVE 1 TO LEAP-DAY
               END-IF
               IF JULIAN-DDD NOT > 365 + LEAP-DAY
                   MOVE 12 TO MONTH-IDX
                   MOVE 'N' TO MONTH-FOUND-SW
                   PERFORM Find-Date-Month UNTIL MONTH-FOUND
                   MOVE DATE-YEAR TO ISO-YEAR
                   MOVE MONTH-IDX TO ISO-MONTH
                   COMPUTE ISO-DAY = JULIAN-DDD - MONTH-START
                   MOVE ISO-DATE TO DATE-TEXT
               END-IF
           END-IF.
       Format-Julian-Date-exit.
           exit.
      * --------------------------------------------------------------
       Find-Date-Month section.
           MOVE MONTH-OFFSET(MONTH-IDX) TO MONTH-START.
           IF MONTH-IDX >= 3
               ADD LEAP-DAY TO MONTH-START
           END-IF.
           IF JULIAN-DDD > MONTH-START
               SET MONTH-FOUND TO TRUE
           ELSE
               SUBTRACT 1 FROM MONTH-IDX
           END-IF.
       Find-Date-Month-exit.
           exit.
