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
      * Online maintenance for the STANDORD standing-order file -
      * the recurring orders the nightly CA1YSTO1 run turns into
      * real ones. Customer service sets a standing order up here,
      * pauses it while the customer is away, resumes it, and ends
      * it when the customer no longer wants it.
      *
      * Terminal input is fixed-column, as on CA1YCUSM:
      *
      *   STOM INQ nnnnnnnn
      *   STOM ADD nnnnnnnn <customer><freq><next due><end date>
      *                     <currency><source><sku><qty>...
      *   STOM PAU nnnnnnnn
      *   STOM RES nnnnnnnn
      *   STOM END nnnnnnnn
      *
      * with the ADD fields at the fixed offsets STOM-IN-DETAIL lays
      * out below: an eight-digit customer number, a one-character
      * frequency W/F/M (weekly, fortnightly, monthly), the first
      * due date and the end date as seven-digit 0CYYDDD dates (a
      * blank end date runs until someone ends it), the currency
      * (blank is USD) and the order source (blank is the web
      * storefront), then up to ten lines of an eight-character SKU
      * and a three-digit quantity, the first blank SKU ending the
      * list. The customer must be on CUSTMAST and not merged away,
      * and every SKU live on ITEMMAST, so nothing is set up that
      * the generator could only drop.
      *
      * PAU stops an active standing order falling due; RES lets it
      * fall due again from the next-due date it held, so one left
      * overdue while paused is generated - once - by the next
      * night's run. END ends it from today, active or paused. INQ
      * displays the record as held.
      *
      * Everything except INQ needs a grant on CA1YOPAL's
      * authorization table, and every successful change is
      * journalled through CA1YJRNW, as on CA1YCUSM.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YSTOM.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YSTO.
           COPY CA1YCUS.
           COPY CA1YITM.
       01 STOM-INPUT.
           02 STOM-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 STOM-IN-ACTION        PIC X(03).
               88 STOM-ACTION-ADD   VALUE 'ADD'.
               88 STOM-ACTION-PAU   VALUE 'PAU'.
               88 STOM-ACTION-RES   VALUE 'RES'.
               88 STOM-ACTION-END   VALUE 'END'.
               88 STOM-ACTION-INQ   VALUE 'INQ'.
           02 FILLER                PIC X(01).
           02 STOM-IN-NUMBER        PIC X(08).
           02 FILLER                PIC X(01).
           02 STOM-IN-DETAIL.
               03 STOM-IN-CUST-NUMBER   PIC X(08).
               03 STOM-IN-CUST-NUMBER-NUM REDEFINES
                   STOM-IN-CUST-NUMBER  PIC 9(08).
               03 STOM-IN-FREQUENCY     PIC X(01).
               03 STOM-IN-NEXT-DUE      PIC X(07).
               03 STOM-IN-NEXT-DUE-NUM REDEFINES
                   STOM-IN-NEXT-DUE     PIC 9(07).
               03 STOM-IN-END-DATE      PIC X(07).
               03 STOM-IN-END-DATE-NUM REDEFINES
                   STOM-IN-END-DATE     PIC 9(07).
               03 STOM-IN-CURRENCY      PIC X(03).
               03 STOM-IN-SOURCE        PIC X(08).
               03 STOM-IN-LINE OCCURS 10 TIMES.
                   04 STOM-IN-SKU           PIC X(08).
                   04 STOM-IN-QUANTITY      PIC X(03).
                   04 STOM-IN-QUANTITY-NUM REDEFINES
                       STOM-IN-QUANTITY     PIC 9(03).
       01 STOM-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 STOM-NUMBER-NUM           PIC 9(08) VALUE 0.
       01 STOM-LINE-COUNT           PIC 9(02) VALUE 0.
       01 STOM-LINE-IDX             PIC 9(02) VALUE 0.
       01 STOM-TODAY                PIC 9(07) VALUE 0.
       01 STOM-MESSAGE.
           02 STOM-MSG-TEXT         PIC X(40) VALUE SPACES.
           02 STOM-MSG-DETAIL.
               03 STOM-MSG-NUMBER       PIC 9(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-CUST-NUMBER  PIC 9(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-STATUS       PIC X(01).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-FREQUENCY    PIC X(01).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-NEXT-DUE     PIC 9(07).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-END-DATE     PIC 9(07).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-CURRENCY     PIC X(03).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-SOURCE       PIC X(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-LINE-COUNT   PIC Z9.
               03 FILLER                PIC X(01) VALUE SPACE.
               03 STOM-MSG-LAST-ORDER   PIC 9(08).
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 STOM-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 STOM-INPUT-VALID  VALUE 'Y'.
               88 STOM-INPUT-INVALID VALUE 'N'.
           02 STOM-LINES-ENDED-SW   PIC X(01) VALUE 'N'.
               88 STOM-LINES-ENDED  VALUE 'Y'.
           02 STOM-WRONG-STATE-SW   PIC X(01) VALUE 'N'.
               88 STOM-WRONG-STATE  VALUE 'Y'.
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
      * --------------------------------------------------------------
      * Clear the input area first - RECEIVE only fills as many bytes
      * as the operator actually keyed, and whatever was behind them
      * must parse as blanks, not leftovers.
      * --------------------------------------------------------------
           MOVE SPACES TO STOM-INPUT.
           MOVE LENGTH OF STOM-INPUT TO STOM-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(STOM-INPUT)
               LENGTH(STOM-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASSIGN USERID(OPERATOR-USERID) END-EXEC.
           MOVE EIBDATE TO STOM-TODAY.

           PERFORM Validate-Input.

           IF STOM-INPUT-VALID
               EVALUATE TRUE
                   WHEN STOM-ACTION-ADD
                       PERFORM Add-Standing-Order
                   WHEN STOM-ACTION-INQ
                       PERFORM Inquire-Standing-Order
                   WHEN OTHER
                       PERFORM Change-Standing-Status
               END-EVALUATE
           END-IF.

           EXEC CICS SEND TEXT FROM(STOM-MESSAGE)
               LENGTH(LENGTH OF STOM-MESSAGE)
               ERASE FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Reject anything other than a known action with an all-numeric
      * standing-order number before touching the file; an ADD has
      * its detail proved as well.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO STOM-INPUT-VALID-SW.
           MOVE SPACES TO STOM-MSG-DETAIL.

           IF NOT (STOM-ACTION-ADD OR STOM-ACTION-PAU
                   OR STOM-ACTION-RES OR STOM-ACTION-END
                   OR STOM-ACTION-INQ)
               MOVE 'ACTION MUST BE ADD, PAU, RES, END OR INQ'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           END-IF.

           IF STOM-INPUT-VALID
               IF STOM-IN-NUMBER IS NUMERIC
                   MOVE STOM-IN-NUMBER TO STOM-NUMBER-NUM
               ELSE
                   MOVE 'STANDING ORDER NUMBER MUST BE NUMERIC'
                       TO STOM-MSG-TEXT
                   SET STOM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

           IF STOM-INPUT-VALID
               AND STOM-ACTION-ADD
               PERFORM Validate-Add-Detail
           END-IF.

           IF STOM-INPUT-VALID
               AND NOT STOM-ACTION-INQ
               PERFORM Check-Operator-Authority
           END-IF.
       Validate-Input-exit.
           exit.
      * --------------------------------------------------------------
      * The ADD detail: dates that make sense, a frequency and
      * currency the generator knows, and at least one line.
      * --------------------------------------------------------------
       Validate-Add-Detail section.
           IF STOM-IN-CUST-NUMBER IS NOT NUMERIC
               MOVE 'CUSTOMER NUMBER MUST BE NUMERIC'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           END-IF.

           IF STOM-INPUT-VALID
               AND STOM-IN-FREQUENCY NOT = 'W'
               AND STOM-IN-FREQUENCY NOT = 'F'
               AND STOM-IN-FREQUENCY NOT = 'M'
               MOVE 'FREQUENCY MUST BE W, F OR M'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           END-IF.

           IF STOM-INPUT-VALID
               IF STOM-IN-NEXT-DUE IS NOT NUMERIC
                   MOVE 'FIRST DUE DATE MUST BE 0CYYDDD'
                       TO STOM-MSG-TEXT
                   SET STOM-INPUT-INVALID TO TRUE
               ELSE
                   IF STOM-IN-NEXT-DUE-NUM < STOM-TODAY
                       MOVE 'FIRST DUE DATE IS IN THE PAST'
                           TO STOM-MSG-TEXT
                       SET STOM-INPUT-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF STOM-INPUT-VALID
               AND STOM-IN-END-DATE NOT = SPACES
               IF STOM-IN-END-DATE IS NOT NUMERIC
                   MOVE 'END DATE MUST BE 0CYYDDD OR BLANK'
                       TO STOM-MSG-TEXT
                   SET STOM-INPUT-INVALID TO TRUE
               ELSE
                   IF STOM-IN-END-DATE-NUM < STOM-IN-NEXT-DUE-NUM
                       MOVE 'END DATE IS BEFORE THE FIRST DUE DATE'
                           TO STOM-MSG-TEXT
                       SET STOM-INPUT-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF STOM-INPUT-VALID
               AND STOM-IN-CURRENCY NOT = SPACES
               AND STOM-IN-CURRENCY NOT = 'USD'
               AND STOM-IN-CURRENCY NOT = 'EUR'
               AND STOM-IN-CURRENCY NOT = 'GBP'
               MOVE 'CURRENCY MUST BE BLANK, USD, EUR OR GBP'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           END-IF.

           IF STOM-INPUT-VALID
               PERFORM Check-Standing-Customer
           END-IF.

           IF STOM-INPUT-VALID
               MOVE 0 TO STOM-LINE-COUNT
               MOVE 'N' TO STOM-LINES-ENDED-SW
               PERFORM Validate-Standing-Line
                   VARYING STOM-LINE-IDX FROM 1 BY 1
                   UNTIL STOM-LINE-IDX > 10
                   OR STOM-LINES-ENDED
                   OR STOM-INPUT-INVALID
           END-IF.

           IF STOM-INPUT-VALID
               AND STOM-LINE-COUNT = 0
               MOVE 'AT LEAST ONE SKU AND QUANTITY NEEDED'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           END-IF.
       Validate-Add-Detail-exit.
           exit.
      * --------------------------------------------------------------
      * The customer must be on the master under that number - not a
      * duplicate CA1YCMRG merged away, whose orders would only be
      * repointed at the survivor.
      * --------------------------------------------------------------
       Check-Standing-Customer section.
           MOVE STOM-IN-CUST-NUMBER-NUM TO CUST-REC-NUMBER.
           EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON CUSTMAST'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           ELSE
               IF CUST-REC-MERGED
                   MOVE 'CUSTOMER MERGED - USE THE SURVIVOR'
                       TO STOM-MSG-TEXT
                   MOVE CUST-REC-MERGED-TO TO STOM-MSG-CUST-NUMBER
                   SET STOM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.
       Check-Standing-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * One keyed line: a blank SKU ends the list; otherwise the SKU
      * must be live on ITEMMAST and the quantity 1-999.
      * --------------------------------------------------------------
       Validate-Standing-Line section.
           IF STOM-IN-SKU(STOM-LINE-IDX) = SPACES
               SET STOM-LINES-ENDED TO TRUE
           ELSE
               IF STOM-IN-QUANTITY(STOM-LINE-IDX) IS NOT NUMERIC
                   OR STOM-IN-QUANTITY-NUM(STOM-LINE-IDX) = 0
                   MOVE 'QUANTITY MUST BE 001-999'
                       TO STOM-MSG-TEXT
                   SET STOM-INPUT-INVALID TO TRUE
               ELSE
                   MOVE STOM-IN-SKU(STOM-LINE-IDX) TO ITM-SKU
                   EXEC CICS READ FILE(ITEM-FILE-NAME)
                       INTO(CA1Y-ITEM-RECORD)
                       RIDFLD(ITM-SKU)
                       KEYLENGTH(LENGTH OF ITM-SKU)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'SKU NOT ON ITEMMAST'
                           TO STOM-MSG-TEXT
                       SET STOM-INPUT-INVALID TO TRUE
                   ELSE
                       IF ITM-INACTIVE
                           MOVE 'SKU RETIRED ON ITEMMAST'
                               TO STOM-MSG-TEXT
                           SET STOM-INPUT-INVALID TO TRUE
                       ELSE
                           ADD 1 TO STOM-LINE-COUNT
                       END-IF
                   END-IF
               END-IF
               IF STOM-INPUT-INVALID
                   MOVE SPACES TO STOM-MSG-DETAIL
                   MOVE STOM-IN-SKU(STOM-LINE-IDX)
                       TO STOM-MSG-DETAIL(1:8)
               END-IF
           END-IF.
       Validate-Standing-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YOPAL whether the signed-on operator holds this action
      * on this transaction.
      * --------------------------------------------------------------
       Check-Operator-Authority section.
           MOVE OPERATOR-USERID TO OPA-IN-OPERATOR.
           MOVE 'STOM'          TO OPA-IN-TRANID.
           MOVE STOM-IN-ACTION  TO OPA-IN-ACTION.
           EXEC CICS LINK PROGRAM('CA1YOPAL')
               COMMAREA(OPA-REQUEST)
           END-EXEC.
           IF OPA-IS-DENIED
               MOVE 'NOT AUTHORIZED FOR THAT ACTION'
                   TO STOM-MSG-TEXT
               SET STOM-INPUT-INVALID TO TRUE
           END-IF.
       Check-Operator-Authority-exit.
           exit.
      * --------------------------------------------------------------
      * One JRNLFILE row per successful maintenance action: who,
      * what, and the record either side of it.
      * --------------------------------------------------------------
       Write-Change-Journal section.
           MOVE OPERATOR-USERID      TO JRN-IN-OPERATOR.
           MOVE 'STOM'               TO JRN-IN-TRANID.
           MOVE STOM-IN-ACTION       TO JRN-IN-ACTION.
           MOVE SPACES               TO JRN-IN-RECORD-KEY.
           MOVE STOM-IN-NUMBER       TO JRN-IN-RECORD-KEY.
           MOVE BEFORE-IMAGE-SAVE    TO JRN-IN-BEFORE-IMAGE.
           MOVE SPACES               TO JRN-IN-AFTER-IMAGE.
           MOVE CA1Y-STANDING-ORDER-RECORD TO JRN-IN-AFTER-IMAGE.
           EXEC CICS LINK PROGRAM('CA1YJRNW')
               COMMAREA(JRN-REQUEST)
           END-EXEC.
       Write-Change-Journal-exit.
           exit.
      * --------------------------------------------------------------
      * Set up a new standing order. A duplicate number comes back
      * from the WRITE as DUPREC rather than being pre-read, so two
      * terminals adding the same number at once can't both win.
      * --------------------------------------------------------------
       Add-Standing-Order section.
           MOVE SPACES TO BEFORE-IMAGE-SAVE.
           PERFORM Build-Standing-Record.

           EXEC CICS WRITE FILE(STANDING-ORDER-FILE-NAME)
               FROM(CA1Y-STANDING-ORDER-RECORD)
               RIDFLD(STO-NUMBER)
               KEYLENGTH(LENGTH OF STO-NUMBER)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'STANDING ORDER ADDED'
                       TO STOM-MSG-TEXT
                   PERFORM Format-Standing-Detail
                   PERFORM Write-Change-Journal
               WHEN DFHRESP(DUPREC)
                   MOVE 'STANDING ORDER NUMBER ALREADY ON FILE'
                       TO STOM-MSG-TEXT
               WHEN OTHER
                   MOVE 'STANDORD WRITE FAILED'
                       TO STOM-MSG-TEXT
           END-EVALUATE.
       Add-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Pause, resume or end: read for update, check the standing
      * order is in a state the action applies to, and rewrite it.
      * One in the wrong state is released untouched.
      * --------------------------------------------------------------
       Change-Standing-Status section.
           MOVE STOM-NUMBER-NUM TO STO-NUMBER.
           EXEC CICS READ FILE(STANDING-ORDER-FILE-NAME)
               INTO(CA1Y-STANDING-ORDER-RECORD)
               RIDFLD(STO-NUMBER)
               KEYLENGTH(LENGTH OF STO-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'STANDING ORDER NOT ON FILE'
                   TO STOM-MSG-TEXT
           ELSE
               MOVE SPACES TO BEFORE-IMAGE-SAVE
               MOVE CA1Y-STANDING-ORDER-RECORD TO BEFORE-IMAGE-SAVE
               EVALUATE TRUE
                   WHEN STOM-ACTION-PAU AND STO-ACTIVE
                       SET STO-PAUSED TO TRUE
                       MOVE 'STANDING ORDER PAUSED'
                           TO STOM-MSG-TEXT
                   WHEN STOM-ACTION-RES AND STO-PAUSED
                       SET STO-ACTIVE TO TRUE
                       MOVE 'STANDING ORDER RESUMED'
                           TO STOM-MSG-TEXT
                   WHEN STOM-ACTION-END AND NOT STO-ENDED
                       SET STO-ENDED TO TRUE
                       MOVE STOM-TODAY TO STO-END-DATE
                       MOVE 'STANDING ORDER ENDED'
                           TO STOM-MSG-TEXT
                   WHEN OTHER
                       MOVE 'NOT POSSIBLE IN ITS CURRENT STATE'
                           TO STOM-MSG-TEXT
                       SET STOM-WRONG-STATE TO TRUE
               END-EVALUATE
               IF STOM-WRONG-STATE
                   EXEC CICS UNLOCK FILE(STANDING-ORDER-FILE-NAME)
                   END-EXEC
                   PERFORM Format-Standing-Detail
               ELSE
                   EXEC CICS REWRITE FILE(STANDING-ORDER-FILE-NAME)
                       FROM(CA1Y-STANDING-ORDER-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM Format-Standing-Detail
                       PERFORM Write-Change-Journal
                   ELSE
                       MOVE 'STANDORD REWRITE FAILED'
                           TO STOM-MSG-TEXT
                   END-IF
               END-IF
           END-IF.
       Change-Standing-Status-exit.
           exit.
      * --------------------------------------------------------------
      * Display the standing order as held.
      * --------------------------------------------------------------
       Inquire-Standing-Order section.
           MOVE STOM-NUMBER-NUM TO STO-NUMBER.
           EXEC CICS READ FILE(STANDING-ORDER-FILE-NAME)
               INTO(CA1Y-STANDING-ORDER-RECORD)
               RIDFLD(STO-NUMBER)
               KEYLENGTH(LENGTH OF STO-NUMBER)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'STANDING ORDER'
                   TO STOM-MSG-TEXT
               PERFORM Format-Standing-Detail
           ELSE
               MOVE 'STANDING ORDER NOT ON FILE'
                   TO STOM-MSG-TEXT
           END-IF.
       Inquire-Standing-Order-exit.
           exit.
      * --------------------------------------------------------------
      * Move the keyed fields into the record shape STANDORD holds.
      * The due day of a monthly standing order is left for the
      * generator to take from the first due date.
      * --------------------------------------------------------------
       Build-Standing-Record section.
           MOVE SPACES TO CA1Y-STANDING-ORDER-RECORD.
           MOVE STOM-NUMBER-NUM         TO STO-NUMBER.
           MOVE STOM-IN-CUST-NUMBER-NUM TO STO-CUST-NUMBER.
           SET STO-ACTIVE TO TRUE.
           MOVE STOM-IN-FREQUENCY       TO STO-FREQUENCY.
           MOVE STOM-IN-NEXT-DUE-NUM    TO STO-NEXT-DUE-DATE.
           IF STOM-IN-END-DATE = SPACES
               MOVE 0 TO STO-END-DATE
           ELSE
               MOVE STOM-IN-END-DATE-NUM TO STO-END-DATE
           END-IF.
           MOVE 0 TO STO-DUE-DAY.
           MOVE STOM-IN-CURRENCY        TO STO-CURRENCY-CODE.
           MOVE STOM-IN-SOURCE          TO STO-ORDER-SOURCE.
           MOVE 0 TO STO-LAST-GENERATED-DATE.
           MOVE 0 TO STO-LAST-ORDER-NUMBER.
           MOVE STOM-LINE-COUNT         TO STO-LINE-COUNT.
           PERFORM Build-Standing-Line
               VARYING STOM-LINE-IDX FROM 1 BY 1
               UNTIL STOM-LINE-IDX > 10.
       Build-Standing-Record-exit.
           exit.
      * --------------------------------------------------------------
       Build-Standing-Line section.
           IF STOM-LINE-IDX > STOM-LINE-COUNT
               MOVE SPACES TO STO-LINE-SKU(STOM-LINE-IDX)
               MOVE 0 TO STO-LINE-QUANTITY(STOM-LINE-IDX)
           ELSE
               MOVE STOM-IN-SKU(STOM-LINE-IDX)
                   TO STO-LINE-SKU(STOM-LINE-IDX)
               MOVE STOM-IN-QUANTITY-NUM(STOM-LINE-IDX)
                   TO STO-LINE-QUANTITY(STOM-LINE-IDX)
           END-IF.
       Build-Standing-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Echo the record back on the response line.
      * --------------------------------------------------------------
       Format-Standing-Detail section.
           MOVE STO-NUMBER              TO STOM-MSG-NUMBER.
           MOVE STO-CUST-NUMBER         TO STOM-MSG-CUST-NUMBER.
           MOVE STO-STATUS              TO STOM-MSG-STATUS.
           MOVE STO-FREQUENCY           TO STOM-MSG-FREQUENCY.
           MOVE STO-NEXT-DUE-DATE       TO STOM-MSG-NEXT-DUE.
           MOVE STO-END-DATE            TO STOM-MSG-END-DATE.
           MOVE STO-CURRENCY-CODE       TO STOM-MSG-CURRENCY.
           MOVE STO-ORDER-SOURCE        TO STOM-MSG-SOURCE.
           MOVE STO-LINE-COUNT          TO STOM-MSG-LINE-COUNT.
           MOVE STO-LAST-ORDER-NUMBER   TO STOM-MSG-LAST-ORDER.
       Format-Standing-Detail-exit.
           exit.
