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
      * Credit-hold queue screen. CA1YEDT1 puts an order that would
      * take its customer past their CUSTMAST credit limit on the
      * HOLDORD file instead of passing it to the fan-out; this
      * transaction is how credit control works that queue. It
      * browses HOLDORD filtered by status, shows each order with
      * the customer, the order total, the open balance and the
      * limit it was held on, and lets an operator release one -
      * CA1YEDT1's next run passes it to the accepted file and on
      * into the fan-out - or reject one with a reason, after which
      * it goes nowhere.
      *
      * Terminal input is fixed-column, the same shape CA1YDLQO uses:
      *
      *   HLDQ LST s                  - list orders with status s
      *                                 (H/R/X/F, or * for all;
      *                                 blank lists H)
      *   HLDQ REL nnnnnnnn [reason]  - release a held order
      *   HLDQ REJ nnnnnnnn <reason>  - reject a held or released
      *                                 order not yet passed on; the
      *                                 reason (up to 16 characters)
      *                                 is required
      *
      * REL and REJ need a grant on CA1YOPAL's authorization table,
      * and every successful one is journalled to JRNLFILE through
      * CA1YJRNW with the record's leading bytes before and after.
      * LST needs neither.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YHLDQ.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YHLD.
       01 HLDQ-INPUT.
           02 HLDQ-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 HLDQ-IN-ACTION        PIC X(03).
               88 HLDQ-ACTION-LIST  VALUE 'LST'.
               88 HLDQ-ACTION-RELEASE VALUE 'REL'.
               88 HLDQ-ACTION-REJECT VALUE 'REJ'.
           02 FILLER                PIC X(01).
           02 HLDQ-IN-ORDER-NUMBER  PIC X(08).
           02 HLDQ-IN-LIST-ARG REDEFINES HLDQ-IN-ORDER-NUMBER.
               03 HLDQ-IN-STATUS-FILTER PIC X(01).
               03 FILLER                PIC X(07).
           02 FILLER                PIC X(01).
           02 HLDQ-IN-REASON        PIC X(16).
       01 HLDQ-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
      * --------------------------------------------------------------
      * The list screen: a heading, up to 15 detail lines, and a
      * trailer that owns up when the browse had more than fit. Lines
      * are 80 characters so SEND TEXT wraps one order per row on an
      * 80-column screen.
      * --------------------------------------------------------------
       01 HLDQ-SCREEN.
           02 HLDQ-SCREEN-HEADING.
               03 FILLER            PIC X(40) VALUE
                   'ORDER NO CUSTOMER S CUR  ORDER TOTAL    '.
               03 FILLER            PIC X(40) VALUE
                   ' OPEN BAL   CREDIT LIM HELD    BY       '.
           02 HLDQ-SCREEN-LINE OCCURS 15 TIMES
                                    PIC X(80).
           02 HLDQ-SCREEN-TRAILER   PIC X(80) VALUE SPACES.
       01 HLDQ-DETAIL-LINE.
           02 HLDQ-DL-ORDER         PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-CUSTOMER      PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-STATUS        PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-CURRENCY      PIC X(03).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-TOTAL         PIC ZZZZZZZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-BALANCE       PIC ZZZZZZZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-LIMIT         PIC ZZZZZZZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-HELD-DATE     PIC 9(07).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 HLDQ-DL-DECIDED-BY    PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
       01 HLDQ-MESSAGE              PIC X(80) VALUE SPACES.
       01 HLDQ-LINE-COUNT           PIC 9(02) VALUE 0.
       01 HLDQ-LINE-LIMIT           PIC 9(02) VALUE 15.
       01 SWITCHES.
           02 HLDQ-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 HLDQ-INPUT-VALID  VALUE 'Y'.
               88 HLDQ-INPUT-INVALID VALUE 'N'.
           02 HLD-EOF-SW            PIC X(01) VALUE 'N'.
               88 HLD-EOF            VALUE 'Y'.
           02 BROWSE-ACTIVE-SW      PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE     VALUE 'Y'.
           02 HLDQ-MORE-SW          PIC X(01) VALUE 'N'.
               88 HLDQ-MORE-RECORDS VALUE 'Y'.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 OPA-REQUEST.
           COPY CA1YOPAC.
       01 JRN-REQUEST.
           COPY CA1YJRNC.
       01 OPERATOR-USERID           PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE-SAVE         PIC X(256) VALUE SPACES.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           MOVE SPACES TO HLDQ-INPUT.
           MOVE LENGTH OF HLDQ-INPUT TO HLDQ-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(HLDQ-INPUT)
               LENGTH(HLDQ-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASSIGN USERID(OPERATOR-USERID) END-EXEC.

           PERFORM Validate-Input.

           IF HLDQ-INPUT-VALID
               EVALUATE TRUE
                   WHEN HLDQ-ACTION-LIST
                       PERFORM List-Held-Orders
                   WHEN HLDQ-ACTION-RELEASE
                       PERFORM Release-Held-Order
                   WHEN HLDQ-ACTION-REJECT
                       PERFORM Reject-Held-Order
               END-EVALUATE
           END-IF.

           IF HLDQ-ACTION-LIST AND HLDQ-INPUT-VALID
               EXEC CICS SEND TEXT FROM(HLDQ-SCREEN)
                   LENGTH(LENGTH OF HLDQ-SCREEN)
                   ERASE FREEKB
               END-EXEC
           ELSE
               EXEC CICS SEND TEXT FROM(HLDQ-MESSAGE)
                   LENGTH(LENGTH OF HLDQ-MESSAGE)
                   ERASE FREEKB
               END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Reject an unknown action before touching the file, make sure
      * a keyed action names an order number, and make a rejection
      * say why - the reason is the only record of the decision the
      * customer's account manager will see.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO HLDQ-INPUT-VALID-SW.

           IF NOT (HLDQ-ACTION-LIST OR HLDQ-ACTION-RELEASE
                   OR HLDQ-ACTION-REJECT)
               MOVE 'ACTION MUST BE LST, REL OR REJ' TO HLDQ-MESSAGE
               SET HLDQ-INPUT-INVALID TO TRUE
           END-IF.

           IF HLDQ-INPUT-VALID
               AND NOT HLDQ-ACTION-LIST
               AND HLDQ-IN-ORDER-NUMBER IS NOT NUMERIC
               MOVE 'ORDER NUMBER MUST BE 8 DIGITS' TO HLDQ-MESSAGE
               SET HLDQ-INPUT-INVALID TO TRUE
           END-IF.

           IF HLDQ-INPUT-VALID
               AND HLDQ-ACTION-REJECT
               AND HLDQ-IN-REASON = SPACES
               MOVE 'A REJECTION NEEDS A REASON' TO HLDQ-MESSAGE
               SET HLDQ-INPUT-INVALID TO TRUE
           END-IF.

           IF HLDQ-INPUT-VALID
               AND HLDQ-ACTION-LIST
               AND HLDQ-IN-STATUS-FILTER = SPACE
               MOVE 'H' TO HLDQ-IN-STATUS-FILTER
           END-IF.

           IF HLDQ-INPUT-VALID
               AND NOT HLDQ-ACTION-LIST
               PERFORM Check-Operator-Authority
           END-IF.
       Validate-Input-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YOPAL whether the signed-on operator holds this action
      * on this transaction.
      * --------------------------------------------------------------
       Check-Operator-Authority section.
           MOVE OPERATOR-USERID TO OPA-IN-OPERATOR.
           MOVE 'HLDQ'          TO OPA-IN-TRANID.
           MOVE HLDQ-IN-ACTION  TO OPA-IN-ACTION.
           EXEC CICS LINK PROGRAM('CA1YOPAL')
               COMMAREA(OPA-REQUEST)
           END-EXEC.
           IF OPA-IS-DENIED
               MOVE 'NOT AUTHORIZED FOR THAT ACTION'
                   TO HLDQ-MESSAGE
               SET HLDQ-INPUT-INVALID TO TRUE
           END-IF.
       Check-Operator-Authority-exit.
           exit.
      * --------------------------------------------------------------
      * One JRNLFILE row per successful release or rejection, the
      * record's leading bytes either side - the status, the figures
      * and who decided.
      * --------------------------------------------------------------
       Write-Change-Journal section.
           MOVE OPERATOR-USERID      TO JRN-IN-OPERATOR.
           MOVE 'HLDQ'               TO JRN-IN-TRANID.
           MOVE HLDQ-IN-ACTION       TO JRN-IN-ACTION.
           MOVE SPACES               TO JRN-IN-RECORD-KEY.
           MOVE HLDQ-IN-ORDER-NUMBER TO JRN-IN-RECORD-KEY.
           MOVE BEFORE-IMAGE-SAVE    TO JRN-IN-BEFORE-IMAGE.
           MOVE CA1Y-HELD-ORDER-RECORD(1:256)
               TO JRN-IN-AFTER-IMAGE.
           EXEC CICS LINK PROGRAM('CA1YJRNW')
               COMMAREA(JRN-REQUEST)
           END-EXEC.
       Write-Change-Journal-exit.
           exit.
      * --------------------------------------------------------------
      * Browse HOLDORD from the top and fill the screen with orders
      * matching the status filter ('*' lists everything). Stop once
      * the screen is full, noting on the trailer that there were
      * more.
      * --------------------------------------------------------------
       List-Held-Orders section.
           MOVE 0 TO HLDQ-LINE-COUNT.
           MOVE 'N' TO HLDQ-MORE-SW.
           MOVE 'N' TO HLD-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE SPACES TO HLDQ-SCREEN-TRAILER.
           PERFORM Clear-Screen-Line
               VARYING HLDQ-LINE-COUNT FROM 1 BY 1
               UNTIL HLDQ-LINE-COUNT > HLDQ-LINE-LIMIT.
           MOVE 0 TO HLDQ-LINE-COUNT.

           MOVE 0 TO HLD-ORDER-NUMBER.
           EXEC CICS STARTBR FILE(HELD-ORDER-FILE-NAME)
               RIDFLD(HLD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF HLD-ORDER-NUMBER)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET HLD-EOF TO TRUE
           END-IF.

           PERFORM Browse-Next-Held-Order
               UNTIL HLD-EOF OR HLDQ-MORE-RECORDS.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(HELD-ORDER-FILE-NAME) END-EXEC
           END-IF.

           IF HLDQ-MORE-RECORDS
               MOVE 'MORE ORDERS THAN FIT - WORK THESE FIRST'
                   TO HLDQ-SCREEN-TRAILER
           ELSE
               IF HLDQ-LINE-COUNT = 0
                   MOVE 'NO ORDERS ON HOLDORD MATCH THAT STATUS'
                       TO HLDQ-SCREEN-TRAILER
               END-IF
           END-IF.
       List-Held-Orders-exit.
           exit.
      * --------------------------------------------------------------
      * Blank one screen line.
      * --------------------------------------------------------------
       Clear-Screen-Line section.
           MOVE SPACES TO HLDQ-SCREEN-LINE(HLDQ-LINE-COUNT).
       Clear-Screen-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Read the next order and, when it passes the status filter,
      * format it onto the screen. One arriving with the screen
      * already full flips the MORE switch and ends the browse loop.
      * --------------------------------------------------------------
       Browse-Next-Held-Order section.
           EXEC CICS READNEXT FILE(HELD-ORDER-FILE-NAME)
               INTO(CA1Y-HELD-ORDER-RECORD)
               RIDFLD(HLD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF HLD-ORDER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET HLD-EOF TO TRUE
           ELSE
               IF HLDQ-IN-STATUS-FILTER = '*'
                   OR HLDQ-IN-STATUS-FILTER = HLD-STATUS
                   IF HLDQ-LINE-COUNT >= HLDQ-LINE-LIMIT
                       SET HLDQ-MORE-RECORDS TO TRUE
                   ELSE
                       ADD 1 TO HLDQ-LINE-COUNT
                       PERFORM Format-Held-Order-Line
                   END-IF
               END-IF
           END-IF.
       Browse-Next-Held-Order-exit.
           exit.
      * --------------------------------------------------------------
      * One order, one 80-character line.
      * --------------------------------------------------------------
       Format-Held-Order-Line section.
           MOVE HLD-ORDER-NUMBER   TO HLDQ-DL-ORDER.
           MOVE HLD-CUST-NUMBER    TO HLDQ-DL-CUSTOMER.
           MOVE HLD-STATUS         TO HLDQ-DL-STATUS.
           MOVE HLD-CURRENCY-CODE  TO HLDQ-DL-CURRENCY.
           MOVE HLD-ORDER-TOTAL    TO HLDQ-DL-TOTAL.
           MOVE HLD-OPEN-BALANCE   TO HLDQ-DL-BALANCE.
           MOVE HLD-CREDIT-LIMIT   TO HLDQ-DL-LIMIT.
           MOVE HLD-HELD-DATE      TO HLDQ-DL-HELD-DATE.
           MOVE HLD-DECIDED-BY     TO HLDQ-DL-DECIDED-BY.
           MOVE HLDQ-DETAIL-LINE   TO
               HLDQ-SCREEN-LINE(HLDQ-LINE-COUNT).
       Format-Held-Order-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Release a held order: CA1YEDT1's next run passes it to the
      * accepted file, and the fan-out after that signals it like
      * any other. Only an order still at H can be released.
      * --------------------------------------------------------------
       Release-Held-Order section.
           PERFORM Read-Held-Order-For-Update.
           IF HLDQ-INPUT-VALID
               IF NOT HLD-HELD
                   EXEC CICS UNLOCK FILE(HELD-ORDER-FILE-NAME)
                   END-EXEC
                   MOVE 'ORDER IS NOT AWAITING A DECISION'
                       TO HLDQ-MESSAGE
               ELSE
                   SET HLD-RELEASED TO TRUE
                   PERFORM Stamp-Decision
                   EXEC CICS REWRITE FILE(HELD-ORDER-FILE-NAME)
                       FROM(CA1Y-HELD-ORDER-RECORD)
                   END-EXEC
                   PERFORM Write-Change-Journal
                   MOVE 'RELEASED - CA1YEDT1 PASSES IT ON NEXT RUN'
                       TO HLDQ-MESSAGE
               END-IF
           END-IF.
       Release-Held-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Reject an order: it stays on HOLDORD as the record of the
      * decision but is never passed on. A released order can still
      * be rejected until CA1YEDT1 has passed it on; after that it
      * is an order like any other and is cancelled the usual way.
      * --------------------------------------------------------------
       Reject-Held-Order section.
           PERFORM Read-Held-Order-For-Update.
           IF HLDQ-INPUT-VALID
               IF NOT HLD-HELD AND NOT HLD-RELEASED
                   EXEC CICS UNLOCK FILE(HELD-ORDER-FILE-NAME)
                   END-EXEC
                   MOVE 'ORDER ALREADY REJECTED OR PASSED ON'
                       TO HLDQ-MESSAGE
               ELSE
                   SET HLD-REJECTED TO TRUE
                   PERFORM Stamp-Decision
                   EXEC CICS REWRITE FILE(HELD-ORDER-FILE-NAME)
                       FROM(CA1Y-HELD-ORDER-RECORD)
                   END-EXEC
                   PERFORM Write-Change-Journal
                   MOVE 'REJECTED - THE ORDER WILL NOT BE PROCESSED'
                       TO HLDQ-MESSAGE
               END-IF
           END-IF.
       Reject-Held-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Who decided, when, and the reason they gave.
      * --------------------------------------------------------------
       Stamp-Decision section.
           MOVE OPERATOR-USERID TO HLD-DECIDED-BY.
           MOVE EIBDATE         TO HLD-DECIDED-DATE.
           MOVE HLDQ-IN-REASON  TO HLD-REASON.
       Stamp-Decision-exit.
           exit.
      * --------------------------------------------------------------
      * Read the order the operator named, for update. An order that
      * isn't on HOLDORD comes back as a message rather than leaving
      * the EVALUATE to REWRITE nothing.
      * --------------------------------------------------------------
       Read-Held-Order-For-Update section.
           MOVE HLDQ-IN-ORDER-NUMBER TO HLD-ORDER-NUMBER.
           EXEC CICS READ FILE(HELD-ORDER-FILE-NAME)
               INTO(CA1Y-HELD-ORDER-RECORD)
               RIDFLD(HLD-ORDER-NUMBER)
               KEYLENGTH(LENGTH OF HLD-ORDER-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ORDER ON HOLDORD WITH THAT NUMBER'
                   TO HLDQ-MESSAGE
               SET HLDQ-INPUT-INVALID TO TRUE
           ELSE
               MOVE CA1Y-HELD-ORDER-RECORD(1:256)
                   TO BEFORE-IMAGE-SAVE
           END-IF.
       Read-Held-Order-For-Update-exit.
           exit.
