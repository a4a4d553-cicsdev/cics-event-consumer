      * for every customer, so an order confirmation reads its send
      * date in a pattern that's natural for that customer's locale.
      *
      * The bodies and the patterns live on CTLFILE
      * (copybooks/CA1YCTL.cpy): a TPLD row per locale, and per event
      * up to eight TPLL rows of 128 characters each, laid end to end.
      * A stored body says {datetime} where the send date goes and
      * this program writes the locale's pattern into it, so one
      * body serves every locale. Both are keyed through CA1YCTLM
      * and read on every LINK. No DEFAULT locale or DEFAULT body,
      * or no CTLFILE, abends CA1T.
      *
      * The bodies also carry {CUST_NAME}, {ORDER_NUMBER},
      * {ORDER_TOTAL}, {ORDER_ITEMS} and {DIGEST_LINES} merge
      * placeholders, filled in here from the
      *****************************************************************
       Working-storage section.
           COPY CA1YTPL.
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
      * The DEFAULT locale is held back as it is read and put last,
      * so the lookup below can keep falling back on the final entry.
      * --------------------------------------------------------------
       01 DEFAULT-LOCALE-HOLD.
           02 DEFAULT-DATE-PATTERN  PIC X(32) VALUE SPACES.
           02 DEFAULT-PATTERN-LEN   PIC 9(02) VALUE 0.
       01 LOCALE-ROW-LIMIT          PIC 9(02) VALUE 29.
       01 PATTERN-SCAN-POS          PIC 9(02) VALUE 0.
      * --------------------------------------------------------------
      * Merge work area. MERGE-SOURCE is a little wider than the
      * widest template body so the token comparisons can reference-
       Procedure division.
       Main-program section.
      * --------------------------------------------------------------
      * Look up this caller's date pattern before merging the body,
      * since its {datetime} token is expanded from it.
      * --------------------------------------------------------------
           PERFORM Load-Locale-Config.

           MOVE 'N' TO CA1Y-LOCALE-FOUND-SW.
           PERFORM Lookup-Locale-Config
               PERFORM Use-Default-Locale-Config
           END-IF.
      * --------------------------------------------------------------
      * Read the body for the caller's event name. Fall back to the
      * DEFAULT body when the event has none of its own.
      * --------------------------------------------------------------
           MOVE TPL-IN-EVENT-NAME TO CA1Y-TEMPLATE-EVENT.
           PERFORM Read-Template-Body.

           IF CA1Y-TEMPLATE-FOUND
               SET TPL-OUT-EVENT-MATCHED TO TRUE
           ELSE
               SET TPL-OUT-DEFAULT-USED TO TRUE
               PERFORM Use-Default-Template-Config
           END-IF.
           PERFORM Move-Template-To-Output.
      * --------------------------------------------------------------
      * Fill in the customer/order placeholders from the caller's
      * values before handing the body back.
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the TPLD rows into the table, one per locale we have a
      * {datetime=...} pattern for, with the DEFAULT row last.
      * --------------------------------------------------------------
       Load-Locale-Config section.
           MOVE 0 TO CA1Y-LOCALE-COUNT.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE 'N' TO DEFAULT-LOADED-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-LOCALE-TABLE TO TRUE.
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

           PERFORM Load-Next-Locale-Row UNTIL BROWSE-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.

           IF NOT DEFAULT-LOADED
               EXEC CICS ABEND ABCODE('CA1T') END-EXEC
           END-IF.
           ADD 1 TO CA1Y-LOCALE-COUNT.
           MOVE 'DEFAULT' TO CA1Y-LOCALE-CODE(CA1Y-LOCALE-COUNT).
           MOVE DEFAULT-DATE-PATTERN
               TO CA1Y-LOCALE-DATE-PATTERN(CA1Y-LOCALE-COUNT).
           MOVE DEFAULT-PATTERN-LEN
               TO CA1Y-LOCALE-PATTERN-LEN(CA1Y-LOCALE-COUNT).
       Load-Locale-Config-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Locale-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-LOCALE-TABLE
               SET BROWSE-EOF TO TRUE
           ELSE
               MOVE 0 TO CA1Y-DATE-PATTERN-LEN
               PERFORM Scan-Pattern-Character
                   VARYING PATTERN-SCAN-POS FROM 1 BY 1
                   UNTIL PATTERN-SCAN-POS > LENGTH OF CTLD-DATE-PATTERN
               IF CTLK-LOCALE = CONTROL-DEFAULT-ROW
                   MOVE CTLD-DATE-PATTERN TO DEFAULT-DATE-PATTERN
                   MOVE CA1Y-DATE-PATTERN-LEN TO DEFAULT-PATTERN-LEN
                   SET DEFAULT-LOADED TO TRUE
               ELSE
                   IF CA1Y-LOCALE-COUNT < LOCALE-ROW-LIMIT
                       ADD 1 TO CA1Y-LOCALE-COUNT
                       MOVE CTLK-LOCALE
                           TO CA1Y-LOCALE-CODE(CA1Y-LOCALE-COUNT)
                       MOVE CTLD-DATE-PATTERN
                           TO CA1Y-LOCALE-DATE-PATTERN
                                  (CA1Y-LOCALE-COUNT)
                       MOVE CA1Y-DATE-PATTERN-LEN
                           TO CA1Y-LOCALE-PATTERN-LEN
                                  (CA1Y-LOCALE-COUNT)
                   END-IF
               END-IF
           END-IF.
       Load-Next-Locale-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Note where the pattern really ends - a pattern has spaces of
      * its own, so it is the last non-space that counts.
      * --------------------------------------------------------------
       Scan-Pattern-Character section.
           IF CTLD-DATE-PATTERN(PATTERN-SCAN-POS:1) NOT = SPACE
               MOVE PATTERN-SCAN-POS TO CA1Y-DATE-PATTERN-LEN
           END-IF.
       Scan-Pattern-Character-exit.
           exit.
      * --------------------------------------------------------------
      * Test one locale row against the caller's TPL-IN-LOCALE.
       Use-Default-Locale-Config-exit.
           exit.
      * --------------------------------------------------------------
      * Read the segments of CA1Y-TEMPLATE-EVENT's body into place.
      * Segment 01 is what makes the event's body its own; the rest
      * are read only behind it, and any not on file stay spaces.
      * --------------------------------------------------------------
       Read-Template-Body section.
           MOVE SPACES TO CA1Y-TEMPLATE-BODY.
           MOVE 'N' TO CA1Y-TEMPLATE-FOUND-SW.
           MOVE 1 TO CA1Y-TEMPLATE-INDEX.
           PERFORM Read-Template-Segment.

           IF CA1Y-TEMPLATE-FOUND
               PERFORM Read-Template-Segment
                   VARYING CA1Y-TEMPLATE-INDEX FROM 2 BY 1
                   UNTIL CA1Y-TEMPLATE-INDEX > CONTROL-TEMPLATE-SEGMENTS
           END-IF.
       Read-Template-Body-exit.
           exit.
      * --------------------------------------------------------------
       Read-Template-Segment section.
           MOVE SPACES TO CTL-KEY.
           SET CTL-TEMPLATE-TABLE TO TRUE.
           MOVE CA1Y-TEMPLATE-EVENT TO CTLK-EVENT-NAME.
           MOVE CA1Y-TEMPLATE-INDEX TO CTLK-SEGMENT.
           EXEC CICS READ FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CTLD-TEMPLATE-TEXT
                   TO CA1Y-TEMPLATE-SEGMENT(CA1Y-TEMPLATE-INDEX)
               IF CA1Y-TEMPLATE-INDEX = 1
                   SET CA1Y-TEMPLATE-FOUND TO TRUE
               END-IF
           END-IF.
       Read-Template-Segment-exit.
           exit.
      * --------------------------------------------------------------
      * The event has no body of its own - read the DEFAULT body.
      * --------------------------------------------------------------
       Use-Default-Template-Config section.
           MOVE CONTROL-DEFAULT-ROW TO CA1Y-TEMPLATE-EVENT.
           PERFORM Read-Template-Body.
           IF NOT CA1Y-TEMPLATE-FOUND
               EXEC CICS ABEND ABCODE('CA1T') END-EXEC
           END-IF.
       Use-Default-Template-Config-exit.
           exit.
      * --------------------------------------------------------------
      * Copy the body to the COMMAREA and tally how much of it is
      * real content - up to its last non-space character, since the
      * segments are laid end to end with whatever spaces fall at
      * their joins kept.
      * --------------------------------------------------------------
       Move-Template-To-Output section.
           MOVE 0 TO CA1Y-TEMPLATE-LENGTH.
           PERFORM Scan-Body-Character
               VARYING CA1Y-TEMPLATE-INDEX FROM 1 BY 1
               UNTIL CA1Y-TEMPLATE-INDEX > LENGTH OF CA1Y-TEMPLATE-BODY.
           MOVE CA1Y-TEMPLATE-BODY TO TPL-OUT-CONTENT.
           MOVE CA1Y-TEMPLATE-LENGTH TO TPL-OUT-CONTENT-LENGTH.
       Move-Template-To-Output-exit.
           exit.
      * --------------------------------------------------------------
       Scan-Body-Character section.
           IF CA1Y-TEMPLATE-BODY(CA1Y-TEMPLATE-INDEX:1) NOT = SPACE
               MOVE CA1Y-TEMPLATE-INDEX TO CA1Y-TEMPLATE-LENGTH
           END-IF.
       Scan-Body-Character-exit.
           exit.
      * --------------------------------------------------------------
      * Walk the raw body once, copying it to the output and
      * replacing each merge placeholder with the caller's value as
      * it goes by, and {datetime} with CA1Y's {datetime=...} token
      * in the locale's pattern. Everything else - CA1Y's own tokens
      * included - copies through untouched.
      * --------------------------------------------------------------
       Merge-Template-Values section.
           MOVE SPACES TO MERGE-SOURCE.
               WHEN MERGE-SOURCE(MERGE-POS:14) = '{DIGEST_LINES}'
                   PERFORM Merge-Digest-Lines
                   ADD 14 TO MERGE-POS
               WHEN MERGE-SOURCE(MERGE-POS:10) = '{datetime}'
                   STRING '{datetime=' DELIMITED BY SIZE
                       CA1Y-DATE-PATTERN(1:CA1Y-DATE-PATTERN-LEN)
                           DELIMITED BY SIZE
                       '}' DELIMITED BY SIZE
                       INTO TPL-OUT-CONTENT
                       WITH POINTER MERGE-OUT-PTR
                   ADD 10 TO MERGE-POS
               WHEN OTHER
                   STRING MERGE-SOURCE(MERGE-POS:1)
                       DELIMITED BY SIZE
