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
      * Online maintenance for CTLFILE, the control tables the lookup
      * programs read at run time (copybooks/CA1YCTL.cpy lists them).
      * Routing an order source to its own channel, onboarding a
      * locale or a region, re-branding an email, changing a tax rate
      * or a monitor threshold, granting an operator an action - all
      * of it is a row keyed here, and takes effect on the lookup's
      * next LINK.
      *
      * Terminal input is fixed-column, the same shape CA1YSUPM uses:
      *
      *   CTLM INQ <table, 4> <row key, 40>
      *   CTLM ADD <table, 4> <row key, 40> <row data, 128>
      *   CTLM CHG <table, 4> <row key, 40> <row data, 128>
      *   CTLM DEL <table, 4> <row key, 40>
      *
      * The row key and data are keyed in the table's own layout: a
      * TPLL key is the event name in 32 then the segment 01-08; a
      * WINL offset is signed, +07 or -05; a TAXR rate is four digits
      * with two decimals implied, 2000 for 20.00%; a MONT threshold
      * is seven digits; a CYCS step is the program in 8, the
      * transaction in 4 (blank for a batch job the scheduler runs),
      * Y or N for whether its failure stops the cycle, the checks to
      * wait in 3, then up to six prerequisite step names of 8 each;
      * a GLAC key is the event in 8, the order source in 8 and the
      * currency in 3, its data the debit, credit and tax accounts
      * in 10 each; a CSLA row is the carrier's service days in 2.
      *
      * ADD, CHG and DEL need a CTLM grant on CA1YOPAL's
      * authorization table, and every successful one is journalled
      * to JRNLFILE through CA1YJRNW with the row's before and after
      * images, so "who changed the channel routing" has an answer.
      * The row itself carries who changed it last and when. INQ
      * needs neither. The rows an unmatched lookup falls back on -
      * DEFAULT, OTHER, the MONT queue counters and each GL event's
      * DEFAULT source row for any currency - can be changed but not
      * deleted.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCTLM.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YCTL.
       01 CTLM-INPUT.
           02 CTLM-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 CTLM-IN-ACTION        PIC X(03).
               88 CTLM-ACTION-ADD   VALUE 'ADD'.
               88 CTLM-ACTION-CHG   VALUE 'CHG'.
               88 CTLM-ACTION-DEL   VALUE 'DEL'.
               88 CTLM-ACTION-INQ   VALUE 'INQ'.
           02 FILLER                PIC X(01).
           02 CTLM-IN-TABLE-ID      PIC X(04).
           02 FILLER                PIC X(01).
           02 CTLM-IN-ROW-KEY       PIC X(40).
           02 FILLER                PIC X(01).
           02 CTLM-IN-ROW-DATA      PIC X(128).
       01 CTLM-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 CTLM-MESSAGE.
           02 CTLM-MSG-TEXT         PIC X(40) VALUE SPACES.
           02 CTLM-MSG-DETAIL.
               03 CTLM-MSG-TABLE-ID     PIC X(04).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CTLM-MSG-ROW-KEY      PIC X(40).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CTLM-MSG-ROW-DATA     PIC X(128).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CTLM-MSG-CHANGED-BY   PIC X(08).
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 CTLM-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 CTLM-INPUT-VALID  VALUE 'Y'.
               88 CTLM-INPUT-INVALID VALUE 'N'.
           02 PROTECTED-ROW-SW      PIC X(01) VALUE 'N'.
               88 PROTECTED-ROW     VALUE 'Y'.
       01 OPA-REQUEST.
           COPY CA1YOPAC.
       01 JRN-REQUEST.
           COPY CA1YJRNC.
       01 OPERATOR-USERID           PIC X(08) VALUE SPACES.
       01 BEFORE-IMAGE-SAVE         PIC X(256) VALUE SPACES.
       01 CTLM-PREREQ-INDEX         PIC 9(01) VALUE 0.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           MOVE SPACES TO CTLM-INPUT.
           MOVE LENGTH OF CTLM-INPUT TO CTLM-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(CTLM-INPUT)
               LENGTH(CTLM-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASSIGN USERID(OPERATOR-USERID) END-EXEC.

           PERFORM Validate-Input.

           IF CTLM-INPUT-VALID
               EVALUATE TRUE
                   WHEN CTLM-ACTION-ADD
                       PERFORM Add-Control-Row
                   WHEN CTLM-ACTION-CHG
                       PERFORM Change-Control-Row
                   WHEN CTLM-ACTION-DEL
                       PERFORM Delete-Control-Row
                   WHEN CTLM-ACTION-INQ
                       PERFORM Inquire-Control-Row
               END-EVALUATE
           END-IF.

           EXEC CICS SEND TEXT FROM(CTLM-MESSAGE)
               LENGTH(LENGTH OF CTLM-MESSAGE)
               ERASE FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Reject an unknown action or table, a blank key, or row data
      * the lookup could not read, before touching the file - a bad
      * rate or offset would otherwise surface as a wrong invoice or
      * a 3 a.m. text, long after the operator has moved on.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO CTLM-INPUT-VALID-SW.
           MOVE SPACES TO CTLM-MSG-DETAIL.
           MOVE SPACES TO CA1Y-CONTROL-RECORD.
           MOVE CTLM-IN-TABLE-ID TO CTL-TABLE-ID.
           MOVE CTLM-IN-ROW-KEY  TO CTL-ROW-KEY.
           MOVE CTLM-IN-ROW-DATA TO CTL-ROW-DATA.
           MOVE 0 TO CTL-CHANGED-DATE.
           MOVE 0 TO CTL-CHANGED-TIME.

           IF NOT (CTLM-ACTION-ADD OR CTLM-ACTION-CHG
                   OR CTLM-ACTION-DEL OR CTLM-ACTION-INQ)
               MOVE 'ACTION MUST BE ADD, CHG, DEL OR INQ'
                   TO CTLM-MSG-TEXT
               SET CTLM-INPUT-INVALID TO TRUE
           END-IF.

           IF CTLM-INPUT-VALID
               AND NOT (CTL-CHANNEL-TABLE OR CTL-LOCALE-TABLE
                   OR CTL-TEMPLATE-TABLE OR CTL-WINDOW-TABLE
                   OR CTL-REGION-TABLE OR CTL-OPERATOR-TABLE
                   OR CTL-TAX-TABLE OR CTL-THRESHOLD-TABLE
                   OR CTL-CYCLE-TABLE OR CTL-ACCOUNT-TABLE
                   OR CTL-SERVICE-TABLE)
               MOVE 'UNKNOWN CONTROL TABLE' TO CTLM-MSG-TEXT
               SET CTLM-INPUT-INVALID TO TRUE
           END-IF.

           IF CTLM-INPUT-VALID
               AND CTL-ROW-KEY = SPACES
               MOVE 'ROW KEY IS REQUIRED' TO CTLM-MSG-TEXT
               SET CTLM-INPUT-INVALID TO TRUE
           END-IF.

           IF CTLM-INPUT-VALID
               PERFORM Validate-Row-Key
           END-IF.

           IF CTLM-INPUT-VALID
               AND (CTLM-ACTION-ADD OR CTLM-ACTION-CHG)
               PERFORM Validate-Row-Data
           END-IF.

           IF CTLM-INPUT-VALID
               AND CTLM-ACTION-DEL
               PERFORM Check-Protected-Row
               IF PROTECTED-ROW
                   MOVE 'FALLBACK ROW - CHANGE IT, NOT DELETE'
                       TO CTLM-MSG-TEXT
                   SET CTLM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.

           IF CTLM-INPUT-VALID
               AND NOT CTLM-ACTION-INQ
               PERFORM Check-Operator-Authority
           END-IF.
       Validate-Input-exit.
           exit.
      * --------------------------------------------------------------
      * The parts of a key a lookup depends on: a template segment
      * the body has room for, a path type CA1YCFGL hands back, a
      * transaction for a grant to apply to, an event CA1YGLJ1 posts
      * and a source for its accounts to fit.
      * --------------------------------------------------------------
       Validate-Row-Key section.
           EVALUATE TRUE
               WHEN CTL-TEMPLATE-TABLE
                   IF CTLK-SEGMENT NOT NUMERIC
                       OR CTLK-SEGMENT < 1
                       OR CTLK-SEGMENT > CONTROL-TEMPLATE-SEGMENTS
                       MOVE 'SEGMENT MUST BE 01 TO 08'
                           TO CTLM-MSG-TEXT
                       SET CTLM-INPUT-INVALID TO TRUE
                   END-IF
               WHEN CTL-REGION-TABLE
                   IF CTLK-PATH-TYPE NOT = 'PROPS   '
                       AND CTLK-PATH-TYPE NOT = 'ATTACH  '
                       AND CTLK-PATH-TYPE NOT = 'XSLT    '
                       AND CTLK-PATH-TYPE NOT = 'INVOICE '
                       AND CTLK-PATH-TYPE NOT = 'STMT    '
                       AND CTLK-PATH-TYPE NOT = 'CREDIT  '
                       MOVE 'UNKNOWN PATH TYPE' TO CTLM-MSG-TEXT
                       SET CTLM-INPUT-INVALID TO TRUE
                   END-IF
               WHEN CTL-OPERATOR-TABLE
                   IF CTLK-TRANID = SPACES
                       MOVE 'TRANSACTION ID IS REQUIRED'
                           TO CTLM-MSG-TEXT
                       SET CTLM-INPUT-INVALID TO TRUE
                   END-IF
               WHEN CTL-ACCOUNT-TABLE
                   IF CTLK-GL-EVENT NOT = 'INVOICE '
                       AND CTLK-GL-EVENT NOT = 'CREDNOTE'
                       AND CTLK-GL-EVENT NOT = 'PAYMENT '
                       AND CTLK-GL-EVENT NOT = 'REFUND  '
                       AND CTLK-GL-EVENT NOT = 'CHARGEBK'
                       MOVE 'UNKNOWN GL EVENT' TO CTLM-MSG-TEXT
                       SET CTLM-INPUT-INVALID TO TRUE
                   END-IF
                   IF CTLM-INPUT-VALID
                       AND CTLK-GL-SOURCE = SPACES
                       MOVE 'ORDER SOURCE IS REQUIRED'
                           TO CTLM-MSG-TEXT
                       SET CTLM-INPUT-INVALID TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       Validate-Row-Key-exit.
           exit.
      * --------------------------------------------------------------
      * Row data must be there, and the numeric tables' numbers must
      * be numbers. A GL row needs both sides of the entry; its tax
      * account may be blank for the events that carry no tax.
      * --------------------------------------------------------------
       Validate-Row-Data section.
           IF CTL-ROW-DATA = SPACES
               MOVE 'ROW DATA IS REQUIRED' TO CTLM-MSG-TEXT
               SET CTLM-INPUT-INVALID TO TRUE
           END-IF.

           IF CTLM-INPUT-VALID
               EVALUATE TRUE
                   WHEN CTL-WINDOW-TABLE
                       IF CTLD-WINDOW-OFFSET NOT NUMERIC
                           MOVE 'OFFSET MUST BE +NN OR -NN'
                               TO CTLM-MSG-TEXT
                           SET CTLM-INPUT-INVALID TO TRUE
                       END-IF
                   WHEN CTL-TAX-TABLE
                       IF CTLD-TAX-RATE-PCT NOT NUMERIC
                           MOVE 'RATE MUST BE NNNN, 2000 = 20.00%'
                               TO CTLM-MSG-TEXT
                           SET CTLM-INPUT-INVALID TO TRUE
                       END-IF
                   WHEN CTL-THRESHOLD-TABLE
                       IF CTLD-THRESHOLD NOT NUMERIC
                           MOVE 'THRESHOLD MUST BE SEVEN DIGITS'
                               TO CTLM-MSG-TEXT
                           SET CTLM-INPUT-INVALID TO TRUE
                       END-IF
                   WHEN CTL-CYCLE-TABLE
                       PERFORM Validate-Cycle-Step
                   WHEN CTL-ACCOUNT-TABLE
                       IF CTLD-GL-DEBIT = SPACES
                           OR CTLD-GL-CREDIT = SPACES
                           MOVE 'DEBIT AND CREDIT ACCOUNTS REQUIRED'
                               TO CTLM-MSG-TEXT
                           SET CTLM-INPUT-INVALID TO TRUE
                       END-IF
                   WHEN CTL-SERVICE-TABLE
                       IF CTLD-SERVICE-DAYS NOT NUMERIC
                           OR CTLD-SERVICE-DAYS = 0
                           MOVE 'SERVICE DAYS MUST BE 01 TO 99'
                               TO CTLM-MSG-TEXT
                           SET CTLM-INPUT-INVALID TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       Validate-Row-Data-exit.
           exit.
      * --------------------------------------------------------------
      * A step CA1YCYC1 can run: a program for RUNLOG to answer for,
      * a wait it can run out, and no prerequisite on itself - a step
      * waiting on itself never runs. The transaction may be blank:
      * that step is a batch job the scheduler runs, and its RUNLOG
      * entry alone says it is done.
      * --------------------------------------------------------------
       Validate-Cycle-Step section.
           EVALUATE TRUE
               WHEN CTLD-STEP-PROGRAM = SPACES
                   MOVE 'STEP PROGRAM IS REQUIRED' TO CTLM-MSG-TEXT
                   SET CTLM-INPUT-INVALID TO TRUE
               WHEN CTLD-STEP-STOPS-CYCLE NOT = 'Y'
                   AND CTLD-STEP-STOPS-CYCLE NOT = 'N'
                   MOVE 'STOPS-CYCLE FLAG MUST BE Y OR N'
                       TO CTLM-MSG-TEXT
                   SET CTLM-INPUT-INVALID TO TRUE
               WHEN CTLD-STEP-WAIT-CHECKS NOT NUMERIC
                   MOVE 'WAIT MUST BE THREE DIGITS'
                       TO CTLM-MSG-TEXT
                   SET CTLM-INPUT-INVALID TO TRUE
               WHEN CTLD-STEP-WAIT-CHECKS = 0
                   MOVE 'WAIT MUST BE AT LEAST ONE CHECK'
                       TO CTLM-MSG-TEXT
                   SET CTLM-INPUT-INVALID TO TRUE
               WHEN OTHER
                   PERFORM Check-Step-Prereq
                       VARYING CTLM-PREREQ-INDEX FROM 1 BY 1
                       UNTIL CTLM-PREREQ-INDEX > CONTROL-STEP-PREREQS
           END-EVALUATE.
       Validate-Cycle-Step-exit.
           exit.
      * --------------------------------------------------------------
       Check-Step-Prereq section.
           IF CTLD-STEP-PREREQ(CTLM-PREREQ-INDEX) = CTLK-STEP-NAME
               MOVE 'STEP CANNOT BE ITS OWN PREREQUISITE'
                   TO CTLM-MSG-TEXT
               SET CTLM-INPUT-INVALID TO TRUE
           END-IF.
       Check-Step-Prereq-exit.
           exit.
      * --------------------------------------------------------------
      * The rows the lookups resolve an unmatched key through. The
      * lookups stop (CA1T) without them, CA1YGLJ1 refuses the day
      * without a GL event's catch-all row and CA1YRPT9 will not run
      * without the DEFAULT carrier, so they stay on file. A grant
      * has no fallback - deleting one just means "no", and a cycle
      * step deleted is a step the cycle no longer runs.
      * --------------------------------------------------------------
       Check-Protected-Row section.
           MOVE 'N' TO PROTECTED-ROW-SW.
           EVALUATE TRUE
               WHEN CTL-TEMPLATE-TABLE
                   IF CTLK-EVENT-NAME = CONTROL-DEFAULT-ROW
                       AND CTLK-SEGMENT = 1
                       SET PROTECTED-ROW TO TRUE
                   END-IF
               WHEN CTL-TAX-TABLE
                   IF CTLK-TAX-CATEGORY = CONTROL-DEFAULT-ROW
                       AND CTLK-TAX-JURISDICTION = SPACES
                       SET PROTECTED-ROW TO TRUE
                   END-IF
               WHEN CTL-THRESHOLD-TABLE
                   IF CTLK-WATCH-NAME = CONTROL-OTHER-ROW
                       OR CTLK-WATCH-NAME(1:1) = '*'
                       SET PROTECTED-ROW TO TRUE
                   END-IF
               WHEN CTL-OPERATOR-TABLE
                   CONTINUE
               WHEN CTL-CYCLE-TABLE
                   CONTINUE
               WHEN CTL-ACCOUNT-TABLE
                   IF CTLK-GL-SOURCE = CONTROL-DEFAULT-ROW
                       AND CTLK-GL-CURRENCY = SPACES
                       SET PROTECTED-ROW TO TRUE
                   END-IF
               WHEN CTL-SERVICE-TABLE
                   IF CTLK-CARRIER = CONTROL-DEFAULT-ROW
                       SET PROTECTED-ROW TO TRUE
                   END-IF
               WHEN OTHER
                   IF CTL-ROW-KEY(1:8) = CONTROL-DEFAULT-ROW
                       SET PROTECTED-ROW TO TRUE
                   END-IF
           END-EVALUATE.
       Check-Protected-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YOPAL whether the signed-on operator holds this action
      * on CTLM - a change here reroutes or re-rates every order
      * after it.
      * --------------------------------------------------------------
       Check-Operator-Authority section.
           MOVE OPERATOR-USERID TO OPA-IN-OPERATOR.
           MOVE 'CTLM'          TO OPA-IN-TRANID.
           MOVE CTLM-IN-ACTION  TO OPA-IN-ACTION.
           EXEC CICS LINK PROGRAM('CA1YOPAL')
               COMMAREA(OPA-REQUEST)
           END-EXEC.
           IF OPA-IS-DENIED
               MOVE 'NOT AUTHORIZED FOR THAT ACTION'
                   TO CTLM-MSG-TEXT
               SET CTLM-INPUT-INVALID TO TRUE
           END-IF.
       Check-Operator-Authority-exit.
           exit.
      * --------------------------------------------------------------
      * One JRNLFILE row per successful maintenance action, keyed by
      * the table and row key.
      * --------------------------------------------------------------
       Write-Change-Journal section.
           MOVE OPERATOR-USERID      TO JRN-IN-OPERATOR.
           MOVE 'CTLM'               TO JRN-IN-TRANID.
           MOVE CTLM-IN-ACTION       TO JRN-IN-ACTION.
           MOVE CTL-KEY              TO JRN-IN-RECORD-KEY.
           MOVE BEFORE-IMAGE-SAVE    TO JRN-IN-BEFORE-IMAGE.
           MOVE SPACES               TO JRN-IN-AFTER-IMAGE.
           IF NOT CTLM-ACTION-DEL
               MOVE CA1Y-CONTROL-RECORD TO JRN-IN-AFTER-IMAGE
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YJRNW')
               COMMAREA(JRN-REQUEST)
           END-EXEC.
       Write-Change-Journal-exit.
           exit.
      * --------------------------------------------------------------
      * Stamp the row with who is changing it and when.
      * --------------------------------------------------------------
       Stamp-Control-Row section.
           MOVE OPERATOR-USERID TO CTL-CHANGED-BY.
           MOVE EIBDATE         TO CTL-CHANGED-DATE.
           MOVE EIBTIME         TO CTL-CHANGED-TIME.
       Stamp-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Add a row. A key already on file comes back from the WRITE
      * as DUPREC - CHG is the action for that.
      * --------------------------------------------------------------
       Add-Control-Row section.
           MOVE SPACES TO BEFORE-IMAGE-SAVE.
           PERFORM Stamp-Control-Row.

           EXEC CICS WRITE FILE(CONTROL-FILE-NAME)
               FROM(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY)
               KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'ROW ADDED' TO CTLM-MSG-TEXT
                   PERFORM Format-Control-Detail
                   PERFORM Write-Change-Journal
               WHEN DFHRESP(DUPREC)
                   MOVE 'ROW ALREADY ON FILE - USE CHG'
                       TO CTLM-MSG-TEXT
               WHEN OTHER
                   MOVE 'CTLFILE WRITE FAILED' TO CTLM-MSG-TEXT
           END-EVALUATE.
       Add-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Replace a row's data. The row is read for update first so
      * the journal keeps what it said before.
      * --------------------------------------------------------------
       Change-Control-Row section.
           EXEC CICS READ FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY)
               KEYLENGTH(LENGTH OF CTL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ROW NOT ON FILE' TO CTLM-MSG-TEXT
           ELSE
               MOVE SPACES TO BEFORE-IMAGE-SAVE
               MOVE CA1Y-CONTROL-RECORD TO BEFORE-IMAGE-SAVE
               MOVE CTLM-IN-ROW-DATA TO CTL-ROW-DATA
               PERFORM Stamp-Control-Row
               EXEC CICS REWRITE FILE(CONTROL-FILE-NAME)
                   FROM(CA1Y-CONTROL-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'ROW CHANGED' TO CTLM-MSG-TEXT
                   PERFORM Format-Control-Detail
                   PERFORM Write-Change-Journal
               ELSE
                   MOVE 'CTLFILE REWRITE FAILED' TO CTLM-MSG-TEXT
               END-IF
           END-IF.
       Change-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Delete a row, read first so the journal keeps what it said
      * before it vanished.
      * --------------------------------------------------------------
       Delete-Control-Row section.
           EXEC CICS READ FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY)
               KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ROW NOT ON FILE' TO CTLM-MSG-TEXT
           ELSE
               MOVE SPACES TO BEFORE-IMAGE-SAVE
               MOVE CA1Y-CONTROL-RECORD TO BEFORE-IMAGE-SAVE
               EXEC CICS DELETE FILE(CONTROL-FILE-NAME)
                   RIDFLD(CTL-KEY)
                   KEYLENGTH(LENGTH OF CTL-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'ROW DELETED' TO CTLM-MSG-TEXT
                   PERFORM Format-Control-Detail
                   PERFORM Write-Change-Journal
               ELSE
                   MOVE 'CTLFILE DELETE FAILED' TO CTLM-MSG-TEXT
               END-IF
           END-IF.
       Delete-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Show a row and who last changed it.
      * --------------------------------------------------------------
       Inquire-Control-Row section.
           EXEC CICS READ FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY)
               KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ROW ON FILE' TO CTLM-MSG-TEXT
               PERFORM Format-Control-Detail
           ELSE
               MOVE 'ROW NOT ON FILE' TO CTLM-MSG-TEXT
           END-IF.
       Inquire-Control-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Echo the row back on the response line.
      * --------------------------------------------------------------
       Format-Control-Detail section.
           MOVE CTL-TABLE-ID   TO CTLM-MSG-TABLE-ID.
           MOVE CTL-ROW-KEY    TO CTLM-MSG-ROW-KEY.
           MOVE CTL-ROW-DATA   TO CTLM-MSG-ROW-DATA.
           MOVE CTL-CHANGED-BY TO CTLM-MSG-CHANGED-BY.
       Format-Control-Detail-exit.
           exit.
