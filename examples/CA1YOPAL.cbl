      *****************************************************************
      *
      * Operator authorization lookup. The maintenance transactions
      * (CA1YCUSM, CA1YSUPM, CA1YDLQO, CA1YCMRG, CA1YITMM, CA1YHLDQ,
      * CA1YSTOM, CA1YCNSM, CA1YCTLM) LINK here with the signed-on
      * operator id, their transaction id and the action; a grant on
      * file comes back allowed, anything else is denied - CHG, DEL,
      * REQ and DIS used to work from any terminal, and "who may do
      * what" is now a data change here instead of nothing at all.
      *
      * The grants are the OPAL rows on CTLFILE (copybooks/CA1YCTL.cpy),
      * keyed operator id then transaction id, so only two rows can
      * bear on any one request - the operator's own and the
      * any-operator row - and those two are read directly. Grants
      * are themselves keyed through CA1YCTLM, which needs an OPAL
      * grant on CTLM. A CTLFILE that can't be read grants nothing.
      *
      * Taking an address off the SUPPFILE do-not-contact list (SUPM
      * DEL) is the tightly-held one: only the named legal operators
      * refusing an opt-out because of a missing grant would be
      * backwards.
      *
      * Releasing or rejecting an order held over its customer's
      * credit limit (HLDQ REL/REJ) belongs to credit control.
      * Setting up, pausing, resuming and ending a customer's
      * standing orders (STOM) is customer-service leads' work.
      * So is recording a customer's marketing opt-in (CNSM GRT);
      * recording an opt-out (CNSM WDR) is granted to any operator,
      * for the same reason as a SUPM ADD.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YOPAL.
           COPY CA1YOPA.
       01 ACTION-SCAN-POS           PIC 9(02) VALUE 0.
       01 ANY-OPERATOR              PIC X(08) VALUE '********'.
           COPY CA1YCTL.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
           COPY CA1YOPAC.
       Procedure division.
       Main-program section.
           MOVE 0 TO CA1Y-OPERATOR-COUNT.
           MOVE SPACES TO CTL-ROW-KEY.
           MOVE OPA-IN-OPERATOR TO CTLK-OPERATOR-ID.
           PERFORM Load-Operator-Grant.
           MOVE SPACES TO CTL-ROW-KEY.
           MOVE ANY-OPERATOR TO CTLK-OPERATOR-ID.
           PERFORM Load-Operator-Grant.

           SET OPA-IS-DENIED TO TRUE.
           MOVE 'N' TO CA1Y-OPERATOR-FOUND-SW.
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Read one operator's grant row for the caller's transaction
      * into the table. No row - or no readable file - adds nothing,
      * and the default for anything unlisted is "no".
      * --------------------------------------------------------------
       Load-Operator-Grant section.
           SET CTL-OPERATOR-TABLE TO TRUE.
           MOVE OPA-IN-TRANID TO CTLK-TRANID.
           EXEC CICS READ FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO CA1Y-OPERATOR-COUNT
               MOVE CTLK-OPERATOR-ID
                   TO CA1Y-OPERATOR-ID(CA1Y-OPERATOR-COUNT)
               MOVE CTLK-TRANID
                   TO CA1Y-OPERATOR-TRANID(CA1Y-OPERATOR-COUNT)
               MOVE CTLD-OPERATOR-ACTIONS
                   TO CA1Y-OPERATOR-ACTIONS(CA1Y-OPERATOR-COUNT)
           END-IF.
       Load-Operator-Grant-exit.
           exit.
      * --------------------------------------------------------------
      * Test one grant row: the operator (or the any-operator
