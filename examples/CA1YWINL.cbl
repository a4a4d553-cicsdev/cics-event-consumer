      * the region clock; the customer's local hour is the region
      * hour plus that offset, and the window is open from
      * WINDOW-OPEN-HOUR up to (not including) WINDOW-CLOSE-HOUR
      * local time. Onboarding another locale is a WINL row on
      * CTLFILE (copybooks/CA1YCTL.cpy), keyed through CA1YCTLM and
      * read on every LINK, the same data-change-not-recompile trade
      * the channel and template tables make. No DEFAULT row, or no
      * CTLFILE, abends CA1T rather than guess at a customer's clock.
      *
      *****************************************************************
       Identification Division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YCTL.
       01 WS-RESP                   PIC S9(08) COMP VALUE 0.
       01 SWITCHES.
           02 BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
               88 BROWSE-EOF        VALUE 'Y'.
           02 BROWSE-ACTIVE-SW      PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE     VALUE 'Y'.
           02 DEFAULT-LOADED-SW     PIC X(01) VALUE 'N'.
               88 DEFAULT-LOADED    VALUE 'Y'.
       01 DEFAULT-WINDOW-OFFSET     PIC S9(02) VALUE 0.
       01 WINDOW-ROW-LIMIT          PIC 9(02) VALUE 29.
       01 CA1Y-WINDOW-CONFIG.
           02 CA1Y-WINDOW-COUNT     PIC 9(02) VALUE 0.
           02 CA1Y-WINDOW-ENTRY OCCURS 30 TIMES.
               03 CA1Y-WINDOW-LOCALE       PIC X(07).
               03 CA1Y-WINDOW-OFFSET       PIC S9(02).
       01 CA1Y-WINDOW-INDEX         PIC 9(02) VALUE 0.
           COPY CA1YWINC.
       Procedure division.
       Main-program section.
           PERFORM Load-Window-Config.

           MOVE 'N' TO CA1Y-WINDOW-FOUND-SW.
           PERFORM Lookup-Window-Config
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the WINL rows into the table, one per locale we route
      * customers under, with the DEFAULT row last. The offset is
      * hours ahead of (positive) or behind (negative) the region
      * clock; the DEFAULT row treats an unknown locale as region
      * time, which errs toward sending rather than sitting on a
      * confirmation.
      * --------------------------------------------------------------
       Load-Window-Config section.
           MOVE 0 TO CA1Y-WINDOW-COUNT.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE 'N' TO DEFAULT-LOADED-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-WINDOW-TABLE TO TRUE.
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

           PERFORM Load-Next-Window-Row UNTIL BROWSE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.

           IF NOT DEFAULT-LOADED
               EXEC CICS ABEND ABCODE('CA1T') END-EXEC
           END-IF.
           ADD 1 TO CA1Y-WINDOW-COUNT.
           MOVE 'DEFAULT' TO CA1Y-WINDOW-LOCALE(CA1Y-WINDOW-COUNT).
           MOVE DEFAULT-WINDOW-OFFSET
               TO CA1Y-WINDOW-OFFSET(CA1Y-WINDOW-COUNT).
       Load-Window-Config-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Window-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-WINDOW-TABLE
               SET BROWSE-EOF TO TRUE
           ELSE
               IF CTLK-LOCALE = CONTROL-DEFAULT-ROW
                   MOVE CTLD-WINDOW-OFFSET TO DEFAULT-WINDOW-OFFSET
                   SET DEFAULT-LOADED TO TRUE
               ELSE
                   IF CA1Y-WINDOW-COUNT < WINDOW-ROW-LIMIT
                       ADD 1 TO CA1Y-WINDOW-COUNT
                       MOVE CTLK-LOCALE
                           TO CA1Y-WINDOW-LOCALE(CA1Y-WINDOW-COUNT)
                       MOVE CTLD-WINDOW-OFFSET
                           TO CA1Y-WINDOW-OFFSET(CA1Y-WINDOW-COUNT)
                   END-IF
               END-IF
           END-IF.
       Load-Next-Window-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Test one locale row against the caller's WIN-IN-LOCALE.
