      * is then a data change here instead of a recompile of every
      * event-producing program.
      *
      * The rows are the CHNL table on CTLFILE (copybooks/CA1YCTL.cpy),
      * read fresh on every LINK, so a row keyed through CA1YCTLM
      * takes effect on the next order without a NEWCOPY. A table
      * with no DEFAULT row - or a CTLFILE that isn't there - abends
      * CA1T: every order would otherwise go out on a blank channel.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCHNL.
      *****************************************************************
       Working-storage section.
           COPY CA1YCHN.
           COPY CA1YCTL.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
               88 BROWSE-EOF        VALUE 'Y'.
           02 BROWSE-ACTIVE-SW      PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE     VALUE 'Y'.
           02 DEFAULT-LOADED-SW     PIC X(01) VALUE 'N'.
               88 DEFAULT-LOADED    VALUE 'Y'.
      * --------------------------------------------------------------
      * The DEFAULT row is held back as it is read and put last, so
      * the lookup below can keep falling back on the final entry.
      * --------------------------------------------------------------
       01 DEFAULT-CHANNEL-HOLD.
           02 DEFAULT-CHANNEL-NAME  PIC X(16) VALUE SPACES.
           02 DEFAULT-CHANNEL-QUEUE PIC X(48) VALUE SPACES.
       01 CHANNEL-ROW-LIMIT         PIC 9(02) VALUE 19.
      *****************************************************************
       Linkage section.
       01 DFHCOMMAREA.
      * caller's order source. Fall back to the DEFAULT entry when
      * the order source isn't listed.
      * --------------------------------------------------------------
           PERFORM Load-Channel-Config.

           MOVE 'N' TO CA1Y-CHANNEL-FOUND-SW.
           PERFORM Lookup-Channel-Config
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the CHNL rows into the table, one entry per order
      * source, with the DEFAULT row last. Rows past the table's
      * room are left unread rather than crowding out the DEFAULT.
      * --------------------------------------------------------------
       Load-Channel-Config section.
           MOVE 0 TO CA1Y-CHANNEL-COUNT.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE 'N' TO DEFAULT-LOADED-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-CHANNEL-TABLE TO TRUE.
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

           PERFORM Load-Next-Channel-Row UNTIL BROWSE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.

           IF NOT DEFAULT-LOADED
               EXEC CICS ABEND ABCODE('CA1T') END-EXEC
           END-IF.
           ADD 1 TO CA1Y-CHANNEL-COUNT.
           MOVE CONTROL-DEFAULT-ROW
               TO CA1Y-CHANNEL-SOURCE(CA1Y-CHANNEL-COUNT).
           MOVE DEFAULT-CHANNEL-NAME
               TO CA1Y-CHANNEL-NAME(CA1Y-CHANNEL-COUNT).
           MOVE DEFAULT-CHANNEL-QUEUE
               TO CA1Y-CHANNEL-QUEUE(CA1Y-CHANNEL-COUNT).
       Load-Channel-Config-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Channel-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-CHANNEL-TABLE
               SET BROWSE-EOF TO TRUE
           ELSE
               IF CTLK-ORDER-SOURCE = CONTROL-DEFAULT-ROW
                   MOVE CTLD-CHANNEL-NAME  TO DEFAULT-CHANNEL-NAME
                   MOVE CTLD-CHANNEL-QUEUE TO DEFAULT-CHANNEL-QUEUE
                   SET DEFAULT-LOADED TO TRUE
               ELSE
                   IF CA1Y-CHANNEL-COUNT < CHANNEL-ROW-LIMIT
                       ADD 1 TO CA1Y-CHANNEL-COUNT
                       MOVE CTLK-ORDER-SOURCE
                           TO CA1Y-CHANNEL-SOURCE(CA1Y-CHANNEL-COUNT)
                       MOVE CTLD-CHANNEL-NAME
                           TO CA1Y-CHANNEL-NAME(CA1Y-CHANNEL-COUNT)
                       MOVE CTLD-CHANNEL-QUEUE
                           TO CA1Y-CHANNEL-QUEUE(CA1Y-CHANNEL-COUNT)
                   END-IF
               END-IF
           END-IF.
       Load-Next-Channel-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Test one table entry against the caller's order source.
