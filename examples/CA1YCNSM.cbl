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
      * Online maintenance for the CONSENT marketing-consent
      * register. Customer service records a customer opting in to
      * marketing on a channel - with where the consent came from -
      * and records them opting out again; the CA1YCMP1 campaign
      * run mails only customers this register says have opted in.
      *
      * Terminal input is fixed-column, as on CA1YCUSM:
      *
      *   CNSM INQ nnnnnnnn c
      *   CNSM GRT nnnnnnnn c <source, 8>
      *   CNSM WDR nnnnnnnn c <source, 8>
      *
      * the customer number, the channel (E email, S SMS) and, for
      * a grant, where the consent came from (WEB, PHONE, STORE, a
      * paper form's reference) - an opt-in nobody can account for
      * is no opt-in, so GRT needs one. A withdrawal keyed without
      * a source is recorded as OPERATOR.
      *
      * The customer must be on CUSTMAST and not merged away - the
      * campaign run reads consent against the surviving number. A
      * withdrawal is written even when the customer never opted in,
      * so the register shows the refusal and when it was made.
      *
      * GRT and WDR need a grant on CA1YOPAL's authorization table -
      * WDR, like a SUPM ADD, is granted to any operator - and every
      * successful one is journalled through CA1YJRNW with the
      * record's before and after images. INQ needs neither.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCNSM.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YCNS.
           COPY CA1YCUS.
       01 CNSM-INPUT.
           02 CNSM-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 CNSM-IN-ACTION        PIC X(03).
               88 CNSM-ACTION-GRT   VALUE 'GRT'.
               88 CNSM-ACTION-WDR   VALUE 'WDR'.
               88 CNSM-ACTION-INQ   VALUE 'INQ'.
           02 FILLER                PIC X(01).
           02 CNSM-IN-CUST-NUMBER   PIC X(08).
           02 CNSM-IN-CUST-NUMBER-NUM REDEFINES
               CNSM-IN-CUST-NUMBER  PIC 9(08).
           02 FILLER                PIC X(01).
           02 CNSM-IN-CHANNEL       PIC X(01).
               88 CNSM-CHANNEL-VALID VALUE 'E' 'S'.
           02 FILLER                PIC X(01).
           02 CNSM-IN-SOURCE        PIC X(08).
       01 CNSM-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 CNSM-MESSAGE.
           02 CNSM-MSG-TEXT         PIC X(40) VALUE SPACES.
           02 CNSM-MSG-DETAIL.
               03 CNSM-MSG-CUST-NUMBER  PIC 9(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CNSM-MSG-CHANNEL      PIC X(01).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CNSM-MSG-STATUS       PIC X(01).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CNSM-MSG-OPT-IN-DATE  PIC 9(07).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CNSM-MSG-OPT-OUT-DATE PIC 9(07).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CNSM-MSG-SOURCE       PIC X(08).
               03 FILLER                PIC X(01) VALUE SPACE.
               03 CNSM-MSG-CHANGED-BY   PIC X(08).
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 CNSM-INPUT-VALID-SW   PIC X(01) VALUE 'Y'.
               88 CNSM-INPUT-VALID  VALUE 'Y'.
               88 CNSM-INPUT-INVALID VALUE 'N'.
           02 CNSM-ON-FILE-SW       PIC X(01) VALUE 'N'.
               88 CNSM-ON-FILE      VALUE 'Y'.
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
           MOVE SPACES TO CNSM-INPUT.
           MOVE LENGTH OF CNSM-INPUT TO CNSM-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(CNSM-INPUT)
               LENGTH(CNSM-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASSIGN USERID(OPERATOR-USERID) END-EXEC.

           PERFORM Validate-Input.

           IF CNSM-INPUT-VALID
               IF CNSM-ACTION-INQ
                   PERFORM Inquire-Consent
               ELSE
                   PERFORM Record-Consent-Change
               END-IF
           END-IF.

           EXEC CICS SEND TEXT FROM(CNSM-MESSAGE)
               LENGTH(LENGTH OF CNSM-MESSAGE)
               ERASE FREEKB
           END-EXEC.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Reject an unknown action, a non-numeric customer number or
      * an unknown channel before touching the file; a change must
      * also name a customer who is on CUSTMAST in their own right,
      * and a grant must say where the consent came from.
      * --------------------------------------------------------------
       Validate-Input section.
           MOVE 'Y' TO CNSM-INPUT-VALID-SW.
           MOVE SPACES TO CNSM-MSG-DETAIL.

           IF NOT (CNSM-ACTION-GRT OR CNSM-ACTION-WDR
                   OR CNSM-ACTION-INQ)
               MOVE 'ACTION MUST BE GRT, WDR OR INQ'
                   TO CNSM-MSG-TEXT
               SET CNSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CNSM-INPUT-VALID
               AND CNSM-IN-CUST-NUMBER IS NOT NUMERIC
               MOVE 'CUSTOMER NUMBER MUST BE NUMERIC'
                   TO CNSM-MSG-TEXT
               SET CNSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CNSM-INPUT-VALID
               AND NOT CNSM-CHANNEL-VALID
               MOVE 'CHANNEL MUST BE E OR S' TO CNSM-MSG-TEXT
               SET CNSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CNSM-INPUT-VALID
               AND CNSM-ACTION-GRT
               AND CNSM-IN-SOURCE = SPACES
               MOVE 'CONSENT SOURCE IS REQUIRED' TO CNSM-MSG-TEXT
               SET CNSM-INPUT-INVALID TO TRUE
           END-IF.

           IF CNSM-INPUT-VALID
               AND NOT CNSM-ACTION-INQ
               PERFORM Check-Consent-Customer
           END-IF.

           IF CNSM-INPUT-VALID
               AND NOT CNSM-ACTION-INQ
               PERFORM Check-Operator-Authority
           END-IF.
       Validate-Input-exit.
           exit.
      * --------------------------------------------------------------
      * The customer must exist and not be a merged-away duplicate -
      * consent recorded against the old number would never be seen.
      * --------------------------------------------------------------
       Check-Consent-Customer section.
           MOVE CNSM-IN-CUST-NUMBER-NUM TO CUST-REC-NUMBER.
           EXEC CICS READ FILE(CUSTOMER-FILE-NAME)
               INTO(CA1Y-CUSTOMER-RECORD)
               RIDFLD(CUST-REC-NUMBER)
               KEYLENGTH(LENGTH OF CUST-REC-NUMBER)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CUSTOMER NOT ON CUSTMAST'
                   TO CNSM-MSG-TEXT
               SET CNSM-INPUT-INVALID TO TRUE
           ELSE
               IF CUST-REC-MERGED
                   MOVE 'CUSTOMER MERGED - USE THE SURVIVOR'
                       TO CNSM-MSG-TEXT
                   MOVE CUST-REC-MERGED-TO TO CNSM-MSG-CUST-NUMBER
                   SET CNSM-INPUT-INVALID TO TRUE
               END-IF
           END-IF.
       Check-Consent-Customer-exit.
           exit.
      * --------------------------------------------------------------
      * Ask CA1YOPAL whether the signed-on operator holds this action
      * on this transaction.
      * --------------------------------------------------------------
       Check-Operator-Authority section.
           MOVE OPERATOR-USERID TO OPA-IN-OPERATOR.
           MOVE 'CNSM'          TO OPA-IN-TRANID.
           MOVE CNSM-IN-ACTION  TO OPA-IN-ACTION.
           EXEC CICS LINK PROGRAM('CA1YOPAL')
               COMMAREA(OPA-REQUEST)
           END-EXEC.
           IF OPA-IS-DENIED
               MOVE 'NOT AUTHORIZED FOR THAT ACTION'
                   TO CNSM-MSG-TEXT
               SET CNSM-INPUT-INVALID TO TRUE
           END-IF.
       Check-Operator-Authority-exit.
           exit.
      * --------------------------------------------------------------
      * One JRNLFILE row per successful maintenance action: who,
      * what, and the record either side of it.
      * --------------------------------------------------------------
       Write-Change-Journal section.
           MOVE OPERATOR-USERID      TO JRN-IN-OPERATOR.
           MOVE 'CNSM'               TO JRN-IN-TRANID.
           MOVE CNSM-IN-ACTION       TO JRN-IN-ACTION.
           MOVE SPACES               TO JRN-IN-RECORD-KEY.
           MOVE CNS-KEY              TO JRN-IN-RECORD-KEY.
           MOVE BEFORE-IMAGE-SAVE    TO JRN-IN-BEFORE-IMAGE.
           MOVE SPACES               TO JRN-IN-AFTER-IMAGE.
           MOVE CA1Y-CONSENT-RECORD  TO JRN-IN-AFTER-IMAGE.
           EXEC CICS LINK PROGRAM('CA1YJRNW')
               COMMAREA(JRN-REQUEST)
           END-EXEC.
       Write-Change-Journal-exit.
           exit.
      * --------------------------------------------------------------
      * Opt in or out. The record is read for update first: an
      * existing one is rewritten with the new state and dated, so
      * its history survives; a customer with none gets one written.
      * --------------------------------------------------------------
       Record-Consent-Change section.
           MOVE 'N' TO CNSM-ON-FILE-SW.
           MOVE CNSM-IN-CUST-NUMBER-NUM TO CNS-CUST-NUMBER.
           MOVE CNSM-IN-CHANNEL         TO CNS-CHANNEL.
           EXEC CICS READ FILE(CONSENT-FILE-NAME)
               INTO(CA1Y-CONSENT-RECORD)
               RIDFLD(CNS-KEY)
               KEYLENGTH(LENGTH OF CNS-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           MOVE SPACES TO BEFORE-IMAGE-SAVE.
           IF WS-RESP = DFHRESP(NORMAL)
               SET CNSM-ON-FILE TO TRUE
               MOVE CA1Y-CONSENT-RECORD TO BEFORE-IMAGE-SAVE
           ELSE
               MOVE CNSM-IN-CUST-NUMBER-NUM TO CNS-CUST-NUMBER
               MOVE CNSM-IN-CHANNEL         TO CNS-CHANNEL
               MOVE 0                       TO CNS-OPT-IN-DATE
               MOVE 0                       TO CNS-OPT-OUT-DATE
           END-IF.

           IF CNSM-ACTION-GRT
               SET CNS-OPTED-IN TO TRUE
               MOVE EIBDATE TO CNS-OPT-IN-DATE
               MOVE CNSM-IN-SOURCE TO CNS-SOURCE
           ELSE
               SET CNS-OPTED-OUT TO TRUE
               MOVE EIBDATE TO CNS-OPT-OUT-DATE
               IF CNSM-IN-SOURCE = SPACES
                   MOVE 'OPERATOR' TO CNS-SOURCE
               ELSE
                   MOVE CNSM-IN-SOURCE TO CNS-SOURCE
               END-IF
           END-IF.
           MOVE EIBDATE         TO CNS-CHANGED-DATE.
           MOVE EIBTIME         TO CNS-CHANGED-TIME.
           MOVE OPERATOR-USERID TO CNS-CHANGED-BY.

           IF CNSM-ON-FILE
               EXEC CICS REWRITE FILE(CONSENT-FILE-NAME)
                   FROM(CA1Y-CONSENT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(CONSENT-FILE-NAME)
                   FROM(CA1Y-CONSENT-RECORD)
                   RIDFLD(CNS-KEY)
                   KEYLENGTH(LENGTH OF CNS-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               IF CNSM-ACTION-GRT
                   MOVE 'MARKETING CONSENT RECORDED'
                       TO CNSM-MSG-TEXT
               ELSE
                   MOVE 'MARKETING CONSENT WITHDRAWN'
                       TO CNSM-MSG-TEXT
               END-IF
               PERFORM Format-Consent-Detail
               PERFORM Write-Change-Journal
           ELSE
               MOVE 'CONSENT FILE UPDATE FAILED' TO CNSM-MSG-TEXT
           END-IF.
       Record-Consent-Change-exit.
           exit.
      * --------------------------------------------------------------
      * Show the customer's consent on the channel as held. No record
      * means the customer has never opted in.
      * --------------------------------------------------------------
       Inquire-Consent section.
           MOVE CNSM-IN-CUST-NUMBER-NUM TO CNS-CUST-NUMBER.
           MOVE CNSM-IN-CHANNEL         TO CNS-CHANNEL.
           EXEC CICS READ FILE(CONSENT-FILE-NAME)
               INTO(CA1Y-CONSENT-RECORD)
               RIDFLD(CNS-KEY)
               KEYLENGTH(LENGTH OF CNS-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               IF CNS-OPTED-IN
                   MOVE 'OPTED IN' TO CNSM-MSG-TEXT
               ELSE
                   MOVE 'OPTED OUT' TO CNSM-MSG-TEXT
               END-IF
               PERFORM Format-Consent-Detail
           ELSE
               MOVE 'NO CONSENT ON FILE - NOT OPTED IN'
                   TO CNSM-MSG-TEXT
           END-IF.
       Inquire-Consent-exit.
           exit.
      * --------------------------------------------------------------
      * Echo the record back on the response line.
      * --------------------------------------------------------------
       Format-Consent-Detail section.
           MOVE CNS-CUST-NUMBER   TO CNSM-MSG-CUST-NUMBER.
           MOVE CNS-CHANNEL       TO CNSM-MSG-CHANNEL.
           MOVE CNS-STATUS        TO CNSM-MSG-STATUS.
           MOVE CNS-OPT-IN-DATE   TO CNSM-MSG-OPT-IN-DATE.
           MOVE CNS-OPT-OUT-DATE  TO CNSM-MSG-OPT-OUT-DATE.
           MOVE CNS-SOURCE        TO CNSM-MSG-SOURCE.
           MOVE CNS-CHANGED-BY    TO CNSM-MSG-CHANGED-BY.
       Format-Consent-Detail-exit.
           exit.
