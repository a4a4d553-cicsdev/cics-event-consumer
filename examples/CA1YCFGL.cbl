      * different path is a data change in one place instead of a
      * recompile of every program that names a path.
      *
      * The paths are the CFGL rows on CTLFILE (copybooks/CA1YCTL.cpy),
      * one row per APPLID and purpose, keyed through CA1YCTLM and
      * read on every LINK. A region that lists only some purposes
      * gets the DEFAULT region's path for the others. No DEFAULT
      * region, or no CTLFILE, abends CA1T.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCFGL.
      *****************************************************************
       Working-storage section.
           COPY CA1YCFG.
           COPY CA1YCTL.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
               88 BROWSE-EOF        VALUE 'Y'.
           02 BROWSE-ACTIVE-SW      PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE     VALUE 'Y'.
           02 DEFAULT-LOADED-SW     PIC X(01) VALUE 'N'.
               88 DEFAULT-LOADED    VALUE 'Y'.
       01 REGION-ROW-LIMIT          PIC 9(02) VALUE 19.
      * --------------------------------------------------------------
      * The rows for one APPLID arrive together, a path at a time;
      * they are gathered here and filed as one table entry when the
      * APPLID changes. Both areas match CA1Y-REGION-ENTRY.
      * --------------------------------------------------------------
       01 REGION-WORK.
           02 REGION-WORK-APPLID        PIC X(08) VALUE SPACES.
           02 REGION-WORK-PROPS-PATH    PIC X(64) VALUE SPACES.
           02 REGION-WORK-ATTACH-PATH   PIC X(64) VALUE SPACES.
           02 REGION-WORK-XSLT-PATH     PIC X(64) VALUE SPACES.
           02 REGION-WORK-INVOICE-PATH  PIC X(64) VALUE SPACES.
           02 REGION-WORK-STMT-PATH     PIC X(64) VALUE SPACES.
           02 REGION-WORK-CREDIT-PATH   PIC X(64) VALUE SPACES.
       01 DEFAULT-REGION-HOLD.
           02 DEFAULT-REGION-APPLID     PIC X(08) VALUE SPACES.
           02 DEFAULT-PROPS-PATH        PIC X(64) VALUE SPACES.
           02 DEFAULT-ATTACH-PATH       PIC X(64) VALUE SPACES.
           02 DEFAULT-XSLT-PATH         PIC X(64) VALUE SPACES.
           02 DEFAULT-INVOICE-PATH      PIC X(64) VALUE SPACES.
           02 DEFAULT-STMT-PATH         PIC X(64) VALUE SPACES.
           02 DEFAULT-CREDIT-PATH       PIC X(64) VALUE SPACES.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
      * caller's APPLID. Fall back to the DEFAULT entry when the
      * APPLID isn't listed.
      * --------------------------------------------------------------
           PERFORM Load-Region-Config.

           MOVE 'N' TO CA1Y-REGION-FOUND-SW.
           PERFORM Lookup-Region-Config
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the CFGL rows into the table, one entry per region we
      * run, with the DEFAULT region last.
      * --------------------------------------------------------------
       Load-Region-Config section.
           MOVE 0 TO CA1Y-REGION-COUNT.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE 'N' TO DEFAULT-LOADED-SW.
           MOVE SPACES TO REGION-WORK.
           MOVE SPACES TO CTL-KEY.
           SET CTL-REGION-TABLE TO TRUE.
           EXEC CICS STARTBR FILE(CONTROL-FILE-NAME)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET BROWSE-EOF TO TRUE
           END-IF.

           PERFORM Load-Next-Region-Row UNTIL BROWSE-EOF.
           PERFORM File-Region-Work.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.

           IF NOT DEFAULT-LOADED
               EXEC CICS ABEND ABCODE('CA1T') END-EXEC
           END-IF.
           PERFORM Fill-Region-From-Default
               VARYING CA1Y-REGION-INDEX FROM 1 BY 1
               UNTIL CA1Y-REGION-INDEX > CA1Y-REGION-COUNT.
           ADD 1 TO CA1Y-REGION-COUNT.
           MOVE DEFAULT-REGION-HOLD
               TO CA1Y-REGION-ENTRY(CA1Y-REGION-COUNT).
       Load-Region-Config-exit.
           exit.
      * --------------------------------------------------------------
      * One CFGL row is one path for one APPLID. A path type this
      * program doesn't know is passed over.
      * --------------------------------------------------------------
       Load-Next-Region-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-REGION-TABLE
               SET BROWSE-EOF TO TRUE
           ELSE
               IF CTLK-APPLID NOT = REGION-WORK-APPLID
                   PERFORM File-Region-Work
                   MOVE SPACES TO REGION-WORK
                   MOVE CTLK-APPLID TO REGION-WORK-APPLID
               END-IF
               EVALUATE CTLK-PATH-TYPE
                   WHEN 'PROPS   '
                       MOVE CTLD-REGION-PATH TO REGION-WORK-PROPS-PATH
                   WHEN 'ATTACH  '
                       MOVE CTLD-REGION-PATH
                           TO REGION-WORK-ATTACH-PATH
                   WHEN 'XSLT    '
                       MOVE CTLD-REGION-PATH TO REGION-WORK-XSLT-PATH
                   WHEN 'INVOICE '
                       MOVE CTLD-REGION-PATH
                           TO REGION-WORK-INVOICE-PATH
                   WHEN 'STMT    '
                       MOVE CTLD-REGION-PATH TO REGION-WORK-STMT-PATH
                   WHEN 'CREDIT  '
                       MOVE CTLD-REGION-PATH
                           TO REGION-WORK-CREDIT-PATH
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       Load-Next-Region-Row-exit.
           exit.
      * --------------------------------------------------------------
      * File the APPLID just gathered - the DEFAULT region is held
      * for the end, and regions past the table's room are dropped
      * rather than crowding the DEFAULT out.
      * --------------------------------------------------------------
       File-Region-Work section.
           IF REGION-WORK-APPLID = SPACES
               CONTINUE
           ELSE
               IF REGION-WORK-APPLID = CONTROL-DEFAULT-ROW
                   MOVE REGION-WORK TO DEFAULT-REGION-HOLD
                   SET DEFAULT-LOADED TO TRUE
               ELSE
                   IF CA1Y-REGION-COUNT < REGION-ROW-LIMIT
                       ADD 1 TO CA1Y-REGION-COUNT
                       MOVE REGION-WORK
                           TO CA1Y-REGION-ENTRY(CA1Y-REGION-COUNT)
                   END-IF
               END-IF
           END-IF.
       File-Region-Work-exit.
           exit.
      * --------------------------------------------------------------
      * A region with no row for a purpose uses the DEFAULT path.
      * --------------------------------------------------------------
       Fill-Region-From-Default section.
           IF CA1Y-REGION-PROPS-PATH(CA1Y-REGION-INDEX) = SPACES
               MOVE DEFAULT-PROPS-PATH
                   TO CA1Y-REGION-PROPS-PATH(CA1Y-REGION-INDEX)
           END-IF.
           IF CA1Y-REGION-ATTACH-PATH(CA1Y-REGION-INDEX) = SPACES
               MOVE DEFAULT-ATTACH-PATH
                   TO CA1Y-REGION-ATTACH-PATH(CA1Y-REGION-INDEX)
           END-IF.
           IF CA1Y-REGION-XSLT-PATH(CA1Y-REGION-INDEX) = SPACES
               MOVE DEFAULT-XSLT-PATH
                   TO CA1Y-REGION-XSLT-PATH(CA1Y-REGION-INDEX)
           END-IF.
           IF CA1Y-REGION-INVOICE-XSLT-PATH(CA1Y-REGION-INDEX)
               = SPACES
               MOVE DEFAULT-INVOICE-PATH
                   TO CA1Y-REGION-INVOICE-XSLT-PATH(CA1Y-REGION-INDEX)
           END-IF.
           IF CA1Y-REGION-STMT-XSLT-PATH(CA1Y-REGION-INDEX) = SPACES
               MOVE DEFAULT-STMT-PATH
                   TO CA1Y-REGION-STMT-XSLT-PATH(CA1Y-REGION-INDEX)
           END-IF.
           IF CA1Y-REGION-CREDIT-XSLT-PATH(CA1Y-REGION-INDEX)
               = SPACES
               MOVE DEFAULT-CREDIT-PATH
                   TO CA1Y-REGION-CREDIT-XSLT-PATH(CA1Y-REGION-INDEX)
           END-IF.
       Fill-Region-From-Default-exit.
           exit.
      * --------------------------------------------------------------
      * Test one table entry against the caller's APPLID.
                   TO CFG-OUT-INVOICE-XSLT-PATH
               MOVE CA1Y-REGION-STMT-XSLT-PATH(CA1Y-REGION-INDEX)
                   TO CFG-OUT-STMT-XSLT-PATH
               MOVE CA1Y-REGION-CREDIT-XSLT-PATH(CA1Y-REGION-INDEX)
                   TO CFG-OUT-CREDIT-XSLT-PATH
               SET CA1Y-REGION-FOUND TO TRUE
           END-IF.
       Lookup-Region-Config-exit.
               TO CFG-OUT-INVOICE-XSLT-PATH.
           MOVE CA1Y-REGION-STMT-XSLT-PATH(CA1Y-REGION-COUNT)
               TO CFG-OUT-STMT-XSLT-PATH.
           MOVE CA1Y-REGION-CREDIT-XSLT-PATH(CA1Y-REGION-COUNT)
               TO CFG-OUT-CREDIT-XSLT-PATH.
       Use-Default-Region-Config-exit.
           exit.
