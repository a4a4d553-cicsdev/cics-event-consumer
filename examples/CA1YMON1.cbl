      * AUDITLOG entries per event name, the queued and
      * retry-exhausted DEADLTR records, and the PENDSEND records
      * still pending from before today, and compares each count to
      * its threshold. Any breach sends one alert email to the ops
      * distribution list through the same LINK-CA1Y path CA1YCOB2
      * uses, listing every breached counter.
      *
      * The alert is rate-limited through this program's RUNRSTRT
      * record - the last-alert stamp lives in the RST date/time
      * date); CA1YARCH keeps the file a working set, which is what
      * makes that affordable every few minutes.
      *
      * The thresholds are the MONT rows on CTLFILE
      * (copybooks/CA1YCTL.cpy), read at every start, so tuning one
      * through CA1YCTLM takes effect on the next. A table without
      * its OTHER row or any of the three queue-counter rows abends
      * CA1T - a monitor short of a threshold would go quiet on
      * exactly the counter nobody is watching.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YMON1.
               88 EVENT-FOUND           VALUE 'Y'.
           02 RESTART-ON-FILE-SW        PIC X(01) VALUE 'N'.
               88 RESTART-ON-FILE       VALUE 'Y'.
           02 OTHER-LOADED-SW           PIC X(01) VALUE 'N'.
               88 OTHER-LOADED          VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
      * --------------------------------------------------------------
      * One row per event name watched, with today's failure count
      * and the threshold that pages somebody, loaded from the MONT
      * rows; anything AUDITLOG holds that isn't listed falls into
      * the OTHER row, held back as it is read and put last, the
      * same shape CA1YRPT2 keeps.
      * --------------------------------------------------------------
           COPY CA1YCTL.
       01 OTHER-WATCH-THRESHOLD      PIC 9(07) VALUE 0.
       01 FAILURE-WATCH-LIMIT        PIC 9(02) VALUE 29.
       01 QUEUE-ROWS-LOADED          PIC 9(01) VALUE 0.
       01 QUEUE-WATCH-NAMES.
           02 DLQ-QUEUED-WATCH          PIC X(32)
                   VALUE '*DLQ-QUEUED'.
           02 DLQ-EXHAUSTED-WATCH       PIC X(32)
                   VALUE '*DLQ-EXHAUSTED'.
           02 PND-OVERDUE-WATCH         PIC X(32)
                   VALUE '*PND-OVERDUE'.
       01 FAILURE-WATCH-TABLE.
           02 FAILURE-WATCH-COUNT       PIC 9(02) VALUE 0.
           02 FAILURE-WATCH-ENTRY OCCURS 30 TIMES.
               03 FW-EVENT-NAME         PIC X(32).
               03 FW-FAILED-CNT         PIC 9(07) VALUE 0.
               03 FW-THRESHOLD          PIC 9(07) VALUE 0.
       01 FAILURE-WATCH-INDEX        PIC 9(02) VALUE 0.
       01 QUEUE-WATCH-COUNTERS.
           02 DLQ-QUEUED-CNT            PIC 9(07) VALUE 0.
           02 DLQ-QUEUED-THRESHOLD      PIC 9(07) VALUE 0.
           02 DLQ-EXHAUSTED-CNT         PIC 9(07) VALUE 0.
           02 DLQ-EXHAUSTED-THRESHOLD   PIC 9(07) VALUE 0.
           02 PND-OVERDUE-CNT           PIC 9(07) VALUE 0.
           02 PND-OVERDUE-THRESHOLD     PIC 9(07) VALUE 0.
      * --------------------------------------------------------------
      * One alert an hour at most, however long the outage runs.
      * --------------------------------------------------------------
      * paths once.
      * --------------------------------------------------------------
       Initialize-Monitor section.
           PERFORM Load-Watch-Thresholds.

           MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
       Initialize-Monitor-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the MONT rows: the three queue-counter rows set their
      * thresholds, every other row is an event name to watch, and
      * the OTHER row goes last.
      * --------------------------------------------------------------
       Load-Watch-Thresholds section.
           MOVE 0 TO FAILURE-WATCH-COUNT.
           MOVE 0 TO QUEUE-ROWS-LOADED.
           MOVE 'N' TO OTHER-LOADED-SW.
           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-THRESHOLD-TABLE TO TRUE.
           EXEC CICS STARTBR FILE(CONTROL-FILE-NAME)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET SCAN-EOF TO TRUE
           END-IF.

           PERFORM Load-Next-Watch-Row UNTIL SCAN-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
           END-IF.

           IF NOT OTHER-LOADED
               OR QUEUE-ROWS-LOADED < 3
               EXEC CICS ABEND ABCODE('CA1T') END-EXEC
           END-IF.
           ADD 1 TO FAILURE-WATCH-COUNT.
           MOVE CONTROL-OTHER-ROW
               TO FW-EVENT-NAME(FAILURE-WATCH-COUNT).
           MOVE OTHER-WATCH-THRESHOLD
               TO FW-THRESHOLD(FAILURE-WATCH-COUNT).
       Load-Watch-Thresholds-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Watch-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-THRESHOLD-TABLE
               SET SCAN-EOF TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN CTLK-WATCH-NAME = DLQ-QUEUED-WATCH
                       MOVE CTLD-THRESHOLD TO DLQ-QUEUED-THRESHOLD
                       ADD 1 TO QUEUE-ROWS-LOADED
                   WHEN CTLK-WATCH-NAME = DLQ-EXHAUSTED-WATCH
                       MOVE CTLD-THRESHOLD TO DLQ-EXHAUSTED-THRESHOLD
                       ADD 1 TO QUEUE-ROWS-LOADED
                   WHEN CTLK-WATCH-NAME = PND-OVERDUE-WATCH
                       MOVE CTLD-THRESHOLD TO PND-OVERDUE-THRESHOLD
                       ADD 1 TO QUEUE-ROWS-LOADED
                   WHEN CTLK-WATCH-NAME = CONTROL-OTHER-ROW
                       MOVE CTLD-THRESHOLD TO OTHER-WATCH-THRESHOLD
                       SET OTHER-LOADED TO TRUE
                   WHEN FAILURE-WATCH-COUNT < FAILURE-WATCH-LIMIT
                       ADD 1 TO FAILURE-WATCH-COUNT
                       MOVE CTLK-WATCH-NAME
                           TO FW-EVENT-NAME(FAILURE-WATCH-COUNT)
                       MOVE CTLD-THRESHOLD
                           TO FW-THRESHOLD(FAILURE-WATCH-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       Load-Next-Watch-Row-exit.
           exit.
      * --------------------------------------------------------------
      * One pass over AUDITLOG tallying today's outcome-'N' entries
      * per watched event name.
      * --------------------------------------------------------------
