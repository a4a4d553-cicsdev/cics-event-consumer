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
      * Online maintenance for the ITEMMAST item master and its
      * PRICEHST price history. CA1YEDI1 and CA1YEDT1 only ever read
      * the master, so a new SKU, a discontinued item or a price rise
      * meant someone editing the VSAM file by hand - and a price
      * edited in place at noon made the edit run reject every order
      * keyed at the morning price. Now a price change is keyed ahead
      * of time with the date it takes effect and lands on PRICEHST;
      * the edit proves each order against the price in force on its
      * own order date.
      *
      * Terminal input is fixed-column, the same shape CA1YCUSM uses:
      *
      *   ITMM INQ ssssssss
      *   ITMM ADD ssssssss <description><price><status>
      *                     <effective><tax category>
      *   ITMM CHG ssssssss <description><price><status><effective>
      *                     <tax category>
      *   ITMM DIS ssssssss
      *
      * with the detail fields at the fixed offsets ITMM-IN-DETAIL
      * lays out below: a 20-character description, a 7-digit price
      * with two implied decimals, a one-character status A/I (blank
      * means A on an ADD and "unchanged" on a CHG), an effective
      * date as YYYYMMDD (left blank on an ADD), and an 8-character
      * tax category - STANDARD, REDUCED, ZERO or EXEMPT, the
      * categories CA1YCOB4's rate table knows; blank means STANDARD
      * on an ADD and "unchanged" on a CHG.
      *
      * ADD rejects a SKU already on file and starts the item's price
      * history with a row effective today. CHG replaces whichever of
      * description, status and tax category were keyed, and a keyed
      * price becomes a PRICEHST row effective on the keyed date
      * (blank means tomorrow). An item from before PRICEHST has no
      * rows on it, so its first change also writes the price it
      * has held until then as a row effective 0000000 - without it,
      * an order from before the change would fall back to the
      * master's current price once the new one was made current.
      * A price never changes on the day it is keyed - orders
      * already taken today at the old price must stay provable - so
      * today or any earlier date is refused. The
      * nearest change still to come is staged on the master as
      * ITM-PENDING-PRICE and ITM-PENDING-DATE, and the next CHG or
      * DIS on or after that date moves the price then in force into
      * ITM-CURRENT-PRICE and stages the one after it. DIS
      * discontinues the SKU (ITM-STATUS 'I') without deleting it.
      * INQ shows the item with the price in force today and the next
      * scheduled change, if there is one.
      *
      * ADD, CHG and DIS need a grant on CA1YOPAL's authorization
      * table for the signed-on operator, and every successful one is
      * journalled to JRNLFILE through CA1YJRNW - the item record's
      * before and after images, and any PRICEHST row written - so
      * "who raised this price, and from what" has an answer. INQ
      * needs neither.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YITMM.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YITM.
           COPY CA1YPRH.
       01 ITMM-INPUT.
           02 ITMM-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 ITMM-IN-ACTION        PIC X(03).
               88 ITMM-ACTION-ADD   VALUE 'ADD'.
               88 ITMM-ACTION-CHG   VALUE 'CHG'.
               88 ITMM-ACTION-DIS   VALUE 'DIS'.
               88 ITMM-ACTION-INQ   VALUE 'INQ'.
           02 FILLER                PIC X(01).
           02 ITMM-IN-SKU           PIC X(08).
           02 FILLER                PIC X(01).
           02 ITMM-IN-DETAIL.
               03 ITMM-IN-DESCRIPTION   PIC X(20).
               03 ITMM-IN-PRICE         PIC X(07).
               03 ITMM-IN-PRICE-NUM REDEFINES ITMM-IN-PRICE
                                        PIC 9(05)V99.
               03 ITMM-IN-STATUS        PIC X(01).
               03 ITMM-IN-EFFECTIVE     PIC X(08).
               03 ITMM-IN-EFFECTIVE-YMD REDEFINES ITMM-IN-EFFECTIVE.
                   04 ITMM-IN-EFF-YEAR  PIC 9(04).
                   04 ITMM-IN-EFF-MONTH PIC 9(02).
                   04 ITMM-IN-EFF-DAY   PIC 9(02).
               03 ITMM-IN-TAX-CATEGORY  PIC X(08).
                   88 ITMM-TAX-CATEGORY-KNOWN
                                        VALUE 'STANDARD' 'REDUCED '
                                              'ZERO    ' 'EXEMPT  '.
       01 ITMM-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 ITMM-MESSAGE.
           02 ITMM-MSG-TEXT         PIC X(40) VALUE SPACES.
           02 ITMM-MSG-DETAIL.
               03 ITMM-MSG-SKU          PIC X(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 ITMM-MSG-DESCRIPTION  PIC X(20).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 ITMM-MSG-PRICE        PIC ZZ,ZZ9.99.
               03 FILLER                PIC X(01) VALUE SPACE.
               03 ITMM-MSG-STATUS       PIC X(01).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 ITMM-MSG-TAX-CATEGORY PIC X(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 ITMM-MSG-NEXT-LABEL   PIC X(05).
               03 ITMM-MSG-NEXT-PRICE   PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
               03 FILLER                PIC X(01) VALUE SPACE.
               03 ITMM-MSG-NEXT-DATE    PIC X(08).
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 ITMM-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 ITMM-INPUT-VALID  VALUE 'Y'.
               88 ITMM-INPUT-INVALID VALUE 'N'.
           02 PRICE-KEYED-SW        PIC X(01) VALUE 'N'.
               88 PRICE-KEYED       VALUE 'Y'.
           02 PRICE-WRITTEN-SW      PIC X(01) VALUE 'N'.
               88 PRICE-WRITTEN     VALUE 'Y'.
           02 PRICE-BROWSE-DONE-SW  PIC X(01) VALUE 'N'.
               88 PRICE-BROWSE-DONE VALUE 'Y'.
           02 BASE-PRICE-SW         PIC X(01) VALUE 'N'.
               88 BASE-PRICE-ON-FILE VALUE 'Y'.
       01 OPA-REQUEST.
           COPY CA1YOPAC.
       01 JRN-REQUEST.
           COPY CA1YJRNC.
       01 OPERATOR-USERID           PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE-SAVE         PIC X(256) VALUE SPACES.
       01 PRICE-WORK.
           02 TODAY-CYYDDD          PIC 9(07) VALUE 0.
           02 TOMORROW-CYYDDD       PIC 9(07) VALUE 0.
           02 EFFECTIVE-CYYDDD      PIC 9(07) VALUE 0.
           02 PRICE-IN-FORCE        PIC 9(05)V99 VALUE 0.
           02 NEXT-PRICE            PIC 9(05)V99 VALUE 0.
           02 NEXT-PRICE-DATE       PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * Calendar arithmetic between the YYYYMMDD the operator keys
      * and the 0CYYDDD the files hold.
      * --------------------------------------------------------------
       01 MONTH-DAYS-VALUES         PIC X(24)
               VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02 MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.
       01 DATE-WORK.
           02 DATE-YEAR             PIC 9(04) VALUE 0.
           02 DATE-MONTH            PIC 9(02) VALUE 0.
           02 DATE-DAY              PIC 9(03) VALUE 0.
           02 DATE-DDD              PIC 9(03) VALUE 0.
           02 DATE-MONTH-IDX        PIC 9(02) VALUE 0.
           02 DATE-MONTH-LEN        PIC 9(02) VALUE 0.
           02 DATE-QUOTIENT         PIC 9(04) VALUE 0.
           02 DATE-REMAINDER-4      PIC 9(03) VALUE 0.
           02 DATE-REMAINDER-100    PIC 9(03) VALUE 0.
           02 DATE-REMAINDER-400    PIC 9(03) VALUE 0.
           02 DATE-LEAP-SW          PIC X(01) VALUE 'N'.
               88 DATE-LEAP-YEAR    VALUE 'Y'.
       01 DISPLAY-DATE.
           02 DISPLAY-DATE-YEAR     PIC 9(04).
           02 DISPLAY-DATE-MONTH    PIC 9(02).
           02 DISPLAY-DATE-DAY      PIC 9(02).
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
      * --------------------------------------------------------------
      * Clear the input area first - RECEIVE only fills as many bytes
      * as the operator actually keyed, and whatever was behind them
      * must parse as blanks, not leftovers.
      * --------------------------------------------------------------
           MOVE SPACES TO ITMM-INPUT.
           MOVE LENGTH OF ITMM-INPUT TO ITMM-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(ITMM-INPUT)
               LENGTH(ITMM-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASSIGN USERID(OPERATOR-USERID) END-EXEC.
           MOVE EIBDATE TO TODAY-CYYDDD.

           PERFORM Validate-Input.

           IF ITMM-INPUT-VALID
               EVALUATE TRUE
                   WHEN ITMM-ACTION-ADD
                       PERFORM Add-Item
                   WHEN ITMM-ACTION-CHG
                       PERFORM Change-Item
                   WHEN ITMM-ACTION-DIS
                       PERFORM Discontinue-Item
                   WHEN ITMM-ACTION-INQ
                       PERFORM Inquire-Item
               END-EVALUATE
           END-IF.

           EXEC CICS SEND TEXT FROM(ITMM-MESSAGE)
               LENGTH(LENGTH OF ITMM-MESSAGE)
               ERASE FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Reject anything other than a known action on a keyed SKU
      * before touching the file. An ADD needs a description and a
      * price; a CHG needs something to change; a keyed price must be
      * digits, a keyed status A or I, and a keyed effective date a
      * real calendar date no earlier than today.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO ITMM-INPUT-VALID-SW.
           MOVE 'N' TO PRICE-KEYED-SW.
           MOVE SPACES TO ITMM-MSG-DETAIL.

           IF NOT (ITMM-ACTION-ADD OR ITMM-ACTION-CHG
                   OR ITMM-ACTION-DIS OR ITMM-ACTION-INQ)
               MOVE 'ACTION MUST BE ADD, CHG, DIS OR INQ'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           END-IF.

           IF ITMM-INPUT-VALID
               AND ITMM-IN-SKU = SPACES
               MOVE 'SKU MUST BE KEYED'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           END-IF.

           IF ITMM-INPUT-VALID
               AND (ITMM-ACTION-ADD OR ITMM-ACTION-CHG)
               PERFORM Validate-Item-Detail
           END-IF.

           IF ITMM-INPUT-VALID
               AND NOT ITMM-ACTION-INQ
               PERFORM Check-Operator-Authority
           END-IF.
       Validate-Input-exit.
           exit.
      * --------------------------------------------------------------
      * The detail rules ADD and CHG share, and the ones that differ.
      * --------------------------------------------------------------
       Validate-Item-Detail section.
           IF ITMM-IN-PRICE NOT = SPACES
               IF ITMM-IN-PRICE IS NUMERIC
                   AND ITMM-IN-PRICE-NUM > 0
                   SET PRICE-KEYED TO TRUE
               ELSE
                   MOVE 'PRICE MUST BE 7 DIGITS, 2 IMPLIED DECIMALS'
                       TO ITMM-MSG-TEXT
                   SET ITMM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

           IF ITMM-INPUT-VALID
               AND ITMM-IN-STATUS NOT = 'A'
               AND ITMM-IN-STATUS NOT = 'I'
               AND ITMM-IN-STATUS NOT = SPACE
               MOVE 'STATUS MUST BE A, I OR BLANK'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           END-IF.

           IF ITMM-INPUT-VALID
               AND ITMM-IN-TAX-CATEGORY NOT = SPACES
               AND NOT ITMM-TAX-CATEGORY-KNOWN
               MOVE 'TAX CATEGORY NOT KNOWN'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           END-IF.

           IF ITMM-INPUT-VALID
               AND ITMM-ACTION-ADD
               IF ITMM-IN-DESCRIPTION = SPACES
                   OR NOT PRICE-KEYED
                   MOVE 'ADD NEEDS A DESCRIPTION AND A PRICE'
                       TO ITMM-MSG-TEXT
                   SET ITMM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

           IF ITMM-INPUT-VALID
               AND ITMM-ACTION-CHG
               AND ITMM-IN-DESCRIPTION = SPACES
               AND ITMM-IN-STATUS = SPACE
               AND ITMM-IN-TAX-CATEGORY = SPACES
               AND NOT PRICE-KEYED
               MOVE 'NOTHING KEYED TO CHANGE'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           END-IF.

           MOVE TODAY-CYYDDD TO EFFECTIVE-CYYDDD.
           IF ITMM-ACTION-CHG
               PERFORM Compute-Tomorrow
               MOVE TOMORROW-CYYDDD TO EFFECTIVE-CYYDDD
           END-IF.
           IF ITMM-INPUT-VALID
               AND ITMM-IN-EFFECTIVE NOT = SPACES
               IF ITMM-ACTION-ADD OR NOT PRICE-KEYED
                   MOVE 'EFFECTIVE DATE ONLY GOES WITH A CHG PRICE'
                       TO ITMM-MSG-TEXT
                   SET ITMM-INPUT-INVALID TO TRUE
               ELSE
                   PERFORM Convert-Effective-Date
               END-IF
           END-IF.
       Validate-Item-Detail-exit.
           exit.
      * --------------------------------------------------------------
      * Turn the keyed YYYYMMDD into 0CYYDDD, refusing anything that
      * isn't a calendar date or isn't after today.
      * --------------------------------------------------------------
       Convert-Effective-Date section.
           IF ITMM-IN-EFFECTIVE IS NOT NUMERIC
               MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           ELSE
               MOVE ITMM-IN-EFF-YEAR  TO DATE-YEAR
               MOVE ITMM-IN-EFF-MONTH TO DATE-MONTH
               MOVE ITMM-IN-EFF-DAY   TO DATE-DAY
               PERFORM Test-Leap-Year
               IF DATE-YEAR < 1900
                   OR DATE-MONTH < 1 OR DATE-MONTH > 12
                   MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                       TO ITMM-MSG-TEXT
                   SET ITMM-INPUT-INVALID TO TRUE
               ELSE
                   MOVE MONTH-DAYS(DATE-MONTH) TO DATE-MONTH-LEN
                   IF DATE-MONTH = 2 AND DATE-LEAP-YEAR
                       ADD 1 TO DATE-MONTH-LEN
                   END-IF
                   IF DATE-DAY < 1 OR DATE-DAY > DATE-MONTH-LEN
                       MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
                           TO ITMM-MSG-TEXT
                       SET ITMM-INPUT-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF ITMM-INPUT-VALID
               MOVE DATE-DAY TO DATE-DDD
               PERFORM Add-Prior-Month-Days
                   VARYING DATE-MONTH-IDX FROM 1 BY 1
                   UNTIL DATE-MONTH-IDX >= DATE-MONTH
               COMPUTE EFFECTIVE-CYYDDD =
                   (DATE-YEAR - 1900) * 1000 + DATE-DDD
               IF EFFECTIVE-CYYDDD NOT > TODAY-CYYDDD
                   MOVE 'EFFECTIVE DATE MUST BE TOMORROW OR LATER'
                       TO ITMM-MSG-TEXT
                   SET ITMM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.
       Convert-Effective-Date-exit.
           exit.
      * --------------------------------------------------------------
      * The day after today as 0CYYDDD - day 1 of the next year when
      * today is the last day of this one.
      * --------------------------------------------------------------
       Compute-Tomorrow section.
           DIVIDE TODAY-CYYDDD BY 1000 GIVING DATE-QUOTIENT
               REMAINDER DATE-DDD.
           COMPUTE DATE-YEAR = DATE-QUOTIENT + 1900.
           PERFORM Test-Leap-Year.
           IF DATE-DDD = 366
               OR (DATE-DDD = 365 AND NOT DATE-LEAP-YEAR)
               COMPUTE TOMORROW-CYYDDD =
                   (DATE-YEAR - 1900 + 1) * 1000 + 1
           ELSE
               COMPUTE TOMORROW-CYYDDD = TODAY-CYYDDD + 1
           END-IF.
       Compute-Tomorrow-exit.
           exit.
      * --------------------------------------------------------------
       Add-Prior-Month-Days section.
           ADD MONTH-DAYS(DATE-MONTH-IDX) TO DATE-DDD.
           IF DATE-MONTH-IDX = 2 AND DATE-LEAP-YEAR
               ADD 1 TO DATE-DDD
           END-IF.
       Add-Prior-Month-Days-exit.
           exit.
      * --------------------------------------------------------------
      * Gregorian rule: every fourth year, except centuries not
      * divisible by 400.
      * --------------------------------------------------------------
       Test-Leap-Year section.
           MOVE 'N' TO DATE-LEAP-SW.
           DIVIDE DATE-YEAR BY 4 GIVING DATE-QUOTIENT
               REMAINDER DATE-REMAINDER-4.
           DIVIDE DATE-YEAR BY 100 GIVING DATE-QUOTIENT
               REMAINDER DATE-REMAINDER-100.
           DIVIDE DATE-YEAR BY 400 GIVING DATE-QUOTIENT
               REMAINDER DATE-REMAINDER-400.
           IF DATE-REMAINDER-4 = 0
               AND (DATE-REMAINDER-100 NOT = 0
                    OR DATE-REMAINDER-400 = 0)
               SET DATE-LEAP-YEAR TO TRUE
           END-IF.
       Test-Leap-Year-exit.
           exit.
      * --------------------------------------------------------------
      * Turn a 0CYYDDD back into YYYYMMDD for the screen.
      * --------------------------------------------------------------
       Format-Display-Date section.
           DIVIDE NEXT-PRICE-DATE BY 1000 GIVING DATE-QUOTIENT
               REMAINDER DATE-DDD.
           COMPUTE DATE-YEAR = DATE-QUOTIENT + 1900.
           PERFORM Test-Leap-Year.
           MOVE 1 TO DATE-MONTH.
           MOVE MONTH-DAYS(1) TO DATE-MONTH-LEN.
           PERFORM Step-Display-Month
               UNTIL DATE-DDD NOT > DATE-MONTH-LEN
               OR DATE-MONTH >= 12.
           MOVE DATE-YEAR  TO DISPLAY-DATE-YEAR.
           MOVE DATE-MONTH TO DISPLAY-DATE-MONTH.
           MOVE DATE-DDD   TO DISPLAY-DATE-DAY.
       Format-Display-Date-exit.
           exit.
      * --------------------------------------------------------------
       Step-Display-Month section.
           SUBTRACT DATE-MONTH-LEN FROM DATE-DDD.
           ADD 1 TO DATE-MONTH.
           MOVE MONTH-DAYS(DATE-MONTH) TO DATE-MONTH-LEN.
           IF DATE-MONTH = 2 AND DATE-LEAP-YEAR
               ADD 1 TO DATE-MONTH-LEN
           END-IF.
       Step-Display-Month-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YOPAL whether the signed-on operator holds this action
      * on this transaction.
      * --------------------------------------------------------------
       Check-Operator-Authority section.
           MOVE OPERATOR-USERID TO OPA-IN-OPERATOR.
           MOVE 'ITMM'          TO OPA-IN-TRANID.
           MOVE ITMM-IN-ACTION  TO OPA-IN-ACTION.
           EXEC CICS LINK PROGRAM('CA1YOPAL')
               COMMAREA(OPA-REQUEST)
           END-EXEC.
           IF OPA-IS-DENIED
               MOVE 'NOT AUTHORIZED FOR THAT ACTION'
                   TO ITMM-MSG-TEXT
               SET ITMM-INPUT-INVALID TO TRUE
           END-IF.
       Check-Operator-Authority-exit.
           exit.
      * --------------------------------------------------------------
      * One JRNLFILE row for the item record: who, what, and the
      * record either side of it.
      * --------------------------------------------------------------
       Write-Change-Journal section.
           MOVE OPERATOR-USERID      TO JRN-IN-OPERATOR.
           MOVE 'ITMM'               TO JRN-IN-TRANID.
           MOVE ITMM-IN-ACTION       TO JRN-IN-ACTION.
           MOVE SPACES               TO JRN-IN-RECORD-KEY.
           MOVE ITM-SKU              TO JRN-IN-RECORD-KEY.
           MOVE BEFORE-IMAGE-SAVE    TO JRN-IN-BEFORE-IMAGE.
           MOVE SPACES               TO JRN-IN-AFTER-IMAGE.
           MOVE CA1Y-ITEM-RECORD     TO JRN-IN-AFTER-IMAGE.
           EXEC CICS LINK PROGRAM('CA1YJRNW')
               COMMAREA(JRN-REQUEST)
           END-EXEC.
       Write-Change-Journal-exit.
           exit.
      * --------------------------------------------------------------
      * One JRNLFILE row for a PRICEHST row written - a new row has
      * no before image.
      * --------------------------------------------------------------
       Write-Price-Journal section.
           MOVE OPERATOR-USERID      TO JRN-IN-OPERATOR.
           MOVE 'ITMM'               TO JRN-IN-TRANID.
           MOVE ITMM-IN-ACTION       TO JRN-IN-ACTION.
           MOVE SPACES               TO JRN-IN-RECORD-KEY.
           MOVE PRH-KEY              TO JRN-IN-RECORD-KEY.
           MOVE SPACES               TO JRN-IN-BEFORE-IMAGE.
           MOVE SPACES               TO JRN-IN-AFTER-IMAGE.
           MOVE CA1Y-PRICE-HISTORY-RECORD TO JRN-IN-AFTER-IMAGE.
           EXEC CICS LINK PROGRAM('CA1YJRNW')
               COMMAREA(JRN-REQUEST)
           END-EXEC.
       Write-Price-Journal-exit.
           exit.
      * --------------------------------------------------------------
      * Add a new item. A duplicate SKU comes back from the WRITE as
      * DUPREC rather than being pre-read, so two terminals adding
      * the same SKU at once can't both win. The keyed price starts
      * the item's price history, effective today.
      * --------------------------------------------------------------
       Add-Item section.
           MOVE SPACES TO BEFORE-IMAGE-SAVE.
           MOVE ITMM-IN-SKU          TO ITM-SKU.
           MOVE ITMM-IN-DESCRIPTION  TO ITM-DESCRIPTION.
           MOVE ITMM-IN-PRICE-NUM    TO ITM-CURRENT-PRICE.
           MOVE 0                    TO ITM-PENDING-PRICE.
           MOVE 0                    TO ITM-PENDING-DATE.
           IF ITMM-IN-STATUS = 'I'
               MOVE 'I' TO ITM-STATUS
           ELSE
               MOVE 'A' TO ITM-STATUS
           END-IF.
           IF ITMM-IN-TAX-CATEGORY = SPACES
               MOVE 'STANDARD' TO ITM-TAX-CATEGORY
           ELSE
               MOVE ITMM-IN-TAX-CATEGORY TO ITM-TAX-CATEGORY
           END-IF.

           EXEC CICS WRITE FILE(ITEM-FILE-NAME)
               FROM(CA1Y-ITEM-RECORD)
               RIDFLD(ITM-SKU)
               KEYLENGTH(LENGTH OF ITM-SKU)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM Write-Change-Journal
                   PERFORM Write-Price-History
                   IF PRICE-WRITTEN
                       MOVE 'ITEM ADDED'
                           TO ITMM-MSG-TEXT
                   ELSE
                       MOVE 'ITEM ADDED - PRICEHST WRITE FAILED'
                           TO ITMM-MSG-TEXT
                   END-IF
                   PERFORM Format-Item-Detail
               WHEN DFHRESP(DUPREC)
                   MOVE 'SKU ALREADY ON FILE'
                       TO ITMM-MSG-TEXT
               WHEN OTHER
                   MOVE 'ITEMMAST WRITE FAILED'
                       TO ITMM-MSG-TEXT
           END-EVALUATE.
       Add-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Change an existing item: read it for update so the rewrite
      * holds the record, write any keyed price change to PRICEHST
      * first - a date already holding a change is refused rather
      * than overwritten - then replace whatever else was keyed. The
      * new price is only staged on the master until its date.
      * --------------------------------------------------------------
       Change-Item section.
           MOVE ITMM-IN-SKU TO ITM-SKU.
           EXEC CICS READ FILE(ITEM-FILE-NAME)
               INTO(CA1Y-ITEM-RECORD)
               RIDFLD(ITM-SKU)
               KEYLENGTH(LENGTH OF ITM-SKU)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'SKU NOT ON FILE'
                   TO ITMM-MSG-TEXT
           ELSE
               MOVE SPACES TO BEFORE-IMAGE-SAVE
               MOVE CA1Y-ITEM-RECORD TO BEFORE-IMAGE-SAVE
               MOVE 'N' TO PRICE-WRITTEN-SW
               IF PRICE-KEYED
                   PERFORM Write-Base-Price-Row
                   IF BASE-PRICE-ON-FILE
                       PERFORM Write-Price-History
                   END-IF
               END-IF
               IF PRICE-KEYED AND NOT PRICE-WRITTEN
                   EXEC CICS UNLOCK FILE(ITEM-FILE-NAME) END-EXEC
               ELSE
                   PERFORM Rewrite-Changed-Item
               END-IF
           END-IF.
       Change-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Apply the keyed description, status and tax category to the
      * held record, bring its current and pending prices up to date
      * with PRICEHST, and rewrite it. A price keyed now is already a
      * PRICEHST row dated tomorrow or later, so it can only ever be
      * staged here, never made current.
      * --------------------------------------------------------------
       Rewrite-Changed-Item section.
           IF ITMM-IN-DESCRIPTION NOT = SPACES
               MOVE ITMM-IN-DESCRIPTION TO ITM-DESCRIPTION
           END-IF.
           IF ITMM-IN-STATUS NOT = SPACE
               MOVE ITMM-IN-STATUS TO ITM-STATUS
           END-IF.
           IF ITMM-IN-TAX-CATEGORY NOT = SPACES
               MOVE ITMM-IN-TAX-CATEGORY TO ITM-TAX-CATEGORY
           END-IF.
           PERFORM Restage-Pending-Price.

           EXEC CICS REWRITE FILE(ITEM-FILE-NAME)
               FROM(CA1Y-ITEM-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF PRICE-WRITTEN
                   MOVE 'ITEM CHANGED - PRICE CHANGE SCHEDULED'
                       TO ITMM-MSG-TEXT
               ELSE
                   MOVE 'ITEM CHANGED'
                       TO ITMM-MSG-TEXT
               END-IF
               IF CA1Y-ITEM-RECORD NOT = BEFORE-IMAGE-SAVE
                   PERFORM Write-Change-Journal
               END-IF
               PERFORM Format-Item-Detail
           ELSE
               MOVE 'ITEMMAST REWRITE FAILED'
                   TO ITMM-MSG-TEXT
           END-IF.
       Rewrite-Changed-Item-exit.
           exit.
      * --------------------------------------------------------------
      * A staged price whose date has arrived becomes the current
      * price - as the price in force today, in case a later change
      * has arrived as well - and the nearest change still to come
      * is staged in its place.
      * --------------------------------------------------------------
       Restage-Pending-Price section.
           PERFORM Resolve-Price-In-Force.
           IF ITM-PENDING-DATE NOT = 0
               AND ITM-PENDING-DATE NOT > TODAY-CYYDDD
               MOVE PRICE-IN-FORCE TO ITM-CURRENT-PRICE
           END-IF.
           MOVE NEXT-PRICE      TO ITM-PENDING-PRICE.
           MOVE NEXT-PRICE-DATE TO ITM-PENDING-DATE.
       Restage-Pending-Price-exit.
           exit.
      * --------------------------------------------------------------
      * Make sure the item's history starts somewhere. An item with
      * no PRICEHST row at all has held its master price since before
      * the file existed; that price is written as a row effective
      * 0000000, journalled like any other, before the change goes
      * on after it. A failure here refuses the change.
      * --------------------------------------------------------------
       Write-Base-Price-Row section.
           MOVE 'N' TO BASE-PRICE-SW.
           MOVE ITM-SKU TO PRH-SKU.
           MOVE 0 TO PRH-EFFECTIVE-DATE.
           EXEC CICS STARTBR FILE(PRICE-HISTORY-FILE-NAME)
               RIDFLD(PRH-KEY) KEYLENGTH(LENGTH OF PRH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE(PRICE-HISTORY-FILE-NAME)
                   INTO(CA1Y-PRICE-HISTORY-RECORD)
                   RIDFLD(PRH-KEY) KEYLENGTH(LENGTH OF PRH-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND PRH-SKU = ITM-SKU
                   SET BASE-PRICE-ON-FILE TO TRUE
               END-IF
               EXEC CICS ENDBR FILE(PRICE-HISTORY-FILE-NAME)
               END-EXEC
           END-IF.

           IF NOT BASE-PRICE-ON-FILE
               MOVE ITM-SKU             TO PRH-SKU
               MOVE 0                   TO PRH-EFFECTIVE-DATE
               MOVE ITM-CURRENT-PRICE   TO PRH-UNIT-PRICE
               MOVE OPERATOR-USERID     TO PRH-ENTERED-BY
               MOVE TODAY-CYYDDD        TO PRH-ENTERED-DATE
               EXEC CICS WRITE FILE(PRICE-HISTORY-FILE-NAME)
                   FROM(CA1Y-PRICE-HISTORY-RECORD)
                   RIDFLD(PRH-KEY)
                   KEYLENGTH(LENGTH OF PRH-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET BASE-PRICE-ON-FILE TO TRUE
                   PERFORM Write-Price-Journal
               ELSE
                   MOVE 'PRICEHST WRITE FAILED'
                       TO ITMM-MSG-TEXT
               END-IF
           END-IF.
       Write-Base-Price-Row-exit.
           exit.
      * --------------------------------------------------------------
      * One PRICEHST row for the keyed price at its effective date,
      * journalled when it lands. A DUPREC means a change is already
      * booked for that date - the operator must look at it rather
      * than have it silently replaced.
      * --------------------------------------------------------------
       Write-Price-History section.
           MOVE 'N' TO PRICE-WRITTEN-SW.
           MOVE ITM-SKU             TO PRH-SKU.
           MOVE EFFECTIVE-CYYDDD    TO PRH-EFFECTIVE-DATE.
           MOVE ITMM-IN-PRICE-NUM   TO PRH-UNIT-PRICE.
           MOVE OPERATOR-USERID     TO PRH-ENTERED-BY.
           MOVE TODAY-CYYDDD        TO PRH-ENTERED-DATE.

           EXEC CICS WRITE FILE(PRICE-HISTORY-FILE-NAME)
               FROM(CA1Y-PRICE-HISTORY-RECORD)
               RIDFLD(PRH-KEY)
               KEYLENGTH(LENGTH OF PRH-KEY)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET PRICE-WRITTEN TO TRUE
                   PERFORM Write-Price-Journal
               WHEN DFHRESP(DUPREC)
                   MOVE 'PRICE CHANGE ALREADY ON FILE FOR THAT DATE'
                       TO ITMM-MSG-TEXT
               WHEN OTHER
                   MOVE 'PRICEHST WRITE FAILED'
                       TO ITMM-MSG-TEXT
           END-EVALUATE.
       Write-Price-History-exit.
           exit.
      * --------------------------------------------------------------
      * Discontinue an item: status 'I', record kept, so orders
      * already on file still resolve and the edit rejects new ones.
      * --------------------------------------------------------------
       Discontinue-Item section.
           MOVE ITMM-IN-SKU TO ITM-SKU.
           EXEC CICS READ FILE(ITEM-FILE-NAME)
               INTO(CA1Y-ITEM-RECORD)
               RIDFLD(ITM-SKU)
               KEYLENGTH(LENGTH OF ITM-SKU)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'SKU NOT ON FILE'
                       TO ITMM-MSG-TEXT
               WHEN ITM-INACTIVE
                   EXEC CICS UNLOCK FILE(ITEM-FILE-NAME) END-EXEC
                   MOVE 'ITEM ALREADY DISCONTINUED'
                       TO ITMM-MSG-TEXT
                   PERFORM Format-Item-Detail
               WHEN OTHER
                   MOVE SPACES TO BEFORE-IMAGE-SAVE
                   MOVE CA1Y-ITEM-RECORD TO BEFORE-IMAGE-SAVE
                   SET ITM-INACTIVE TO TRUE
                   PERFORM Restage-Pending-Price
                   EXEC CICS REWRITE FILE(ITEM-FILE-NAME)
                       FROM(CA1Y-ITEM-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'ITEM DISCONTINUED'
                           TO ITMM-MSG-TEXT
                       PERFORM Write-Change-Journal
                       PERFORM Format-Item-Detail
                   ELSE
                       MOVE 'ITEMMAST REWRITE FAILED'
                           TO ITMM-MSG-TEXT
                   END-IF
           END-EVALUATE.
       Discontinue-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Display the item as held on the master, priced as of today.
      * --------------------------------------------------------------
       Inquire-Item section.
           MOVE ITMM-IN-SKU TO ITM-SKU.
           EXEC CICS READ FILE(ITEM-FILE-NAME)
               INTO(CA1Y-ITEM-RECORD)
               RIDFLD(ITM-SKU)
               KEYLENGTH(LENGTH OF ITM-SKU)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ITEM'
                   TO ITMM-MSG-TEXT
               PERFORM Format-Item-Detail
           ELSE
               MOVE 'SKU NOT ON FILE'
                   TO ITMM-MSG-TEXT
           END-IF.
       Inquire-Item-exit.
           exit.
      * --------------------------------------------------------------
      * Find the price in force today and the next change booked
      * after it: browse the item's PRICEHST rows oldest first,
      * keeping the last one not after today and stopping at the
      * first one later. An item with no row that early keeps the
      * master's current price.
      * --------------------------------------------------------------
       Resolve-Price-In-Force section.
           MOVE ITM-CURRENT-PRICE TO PRICE-IN-FORCE.
           MOVE 0 TO NEXT-PRICE.
           MOVE 0 TO NEXT-PRICE-DATE.

           MOVE 'N' TO PRICE-BROWSE-DONE-SW.
           MOVE ITM-SKU TO PRH-SKU.
           MOVE 0 TO PRH-EFFECTIVE-DATE.
           EXEC CICS STARTBR FILE(PRICE-HISTORY-FILE-NAME)
               RIDFLD(PRH-KEY) KEYLENGTH(LENGTH OF PRH-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM Read-Next-Price-Row
                   UNTIL PRICE-BROWSE-DONE
               EXEC CICS ENDBR FILE(PRICE-HISTORY-FILE-NAME)
               END-EXEC
           END-IF.
       Resolve-Price-In-Force-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-Price-Row section.
           EXEC CICS READNEXT FILE(PRICE-HISTORY-FILE-NAME)
               INTO(CA1Y-PRICE-HISTORY-RECORD)
               RIDFLD(PRH-KEY) KEYLENGTH(LENGTH OF PRH-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET PRICE-BROWSE-DONE TO TRUE
               WHEN PRH-SKU NOT = ITM-SKU
                   SET PRICE-BROWSE-DONE TO TRUE
               WHEN PRH-EFFECTIVE-DATE > TODAY-CYYDDD
                   MOVE PRH-UNIT-PRICE     TO NEXT-PRICE
                   MOVE PRH-EFFECTIVE-DATE TO NEXT-PRICE-DATE
                   SET PRICE-BROWSE-DONE TO TRUE
               WHEN OTHER
                   MOVE PRH-UNIT-PRICE TO PRICE-IN-FORCE
           END-EVALUATE.
       Read-Next-Price-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Echo the record back on the response line, with today's price
      * and the next booked change.
      * --------------------------------------------------------------
       Format-Item-Detail section.
           PERFORM Resolve-Price-In-Force.
           MOVE ITM-SKU               TO ITMM-MSG-SKU.
           MOVE ITM-DESCRIPTION       TO ITMM-MSG-DESCRIPTION.
           MOVE PRICE-IN-FORCE        TO ITMM-MSG-PRICE.
           MOVE ITM-STATUS            TO ITMM-MSG-STATUS.
           MOVE ITM-TAX-CATEGORY      TO ITMM-MSG-TAX-CATEGORY.
           MOVE NEXT-PRICE            TO ITMM-MSG-NEXT-PRICE.
           IF NEXT-PRICE-DATE = 0
               MOVE SPACES TO ITMM-MSG-NEXT-LABEL
               MOVE SPACES TO ITMM-MSG-NEXT-DATE
           ELSE
               MOVE 'NEXT ' TO ITMM-MSG-NEXT-LABEL
               PERFORM Format-Display-Date
               MOVE DISPLAY-DATE TO ITMM-MSG-NEXT-DATE
           END-IF.
       Format-Item-Detail-exit.
           exit.
