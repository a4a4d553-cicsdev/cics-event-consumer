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
      * Nightly batch-cycle controller.
      *
      * The nightly drivers used to go off on their own interval
      * STARTs, each timed to leave room for the one before it. When
      * CA1YBAT1 ran long, CA1YBAT2 billed from a half-processed
      * order file anyway; when it abended, everything downstream ran
      * against nothing and the morning began with a rerun of the
      * lot. This transaction runs the cycle from a step table
      * instead - the CYCS rows on CTLFILE (copybooks/CA1YCTL.cpy),
      * maintained on CA1YCTLM: step name, the program whose RUNLOG
      * entry says how the step went, the transaction that runs it,
      * its prerequisite steps, whether its failure stops the whole
      * cycle, and how long to wait for it.
      *
      * A step with no transaction is a batch job the job scheduler
      * runs (CA1YEDT1, the reports, the archive) and writes its own
      * RUNLOG entry as it ends. The controller never starts one: it
      * judges it from RUNLOG alone, counting its wait from the check
      * on which its prerequisites were all done, so a CICS driver
      * can be held behind the batch job it needs - CA1YBAT1 behind
      * the order edit. The scheduler runs each of those jobs behind
      * CA1YCYCG, which reads the same CYCS rows, RUNRSTRT record and
      * RUNLOG entries and gives return code 8 - the job is held -
      * unless this cycle is in flight, nothing that stops it has
      * failed, the step has not already finished, and every one of
      * its prerequisites has; so a batch step waits on its
      * prerequisites, stops with the cycle, and after a CYCL
      * RESTART runs again only if it did not finish before.
      *
      * Every driver LINKs CA1YRUNW as its last act, so RUNLOG is the
      * cycle's record of what finished: a step is started only when
      * each prerequisite has a completed ('C') RUNLOG entry stamped
      * since tonight's kickoff. Started tasks can't be waited on, so
      * like CA1YBAT0 the controller re-STARTs itself on an interval
      * in check mode (copybooks/CA1YCYCC.cpy) and looks again. A
      * step has failed when its entry comes back incomplete ('I'),
      * when no entry appears within its wait (an abend never
      * reaches CA1YRUNW), or when its transaction will not START.
      * Its dependants - and theirs - are held; if its row says so,
      * nothing further starts at all. The first sight of each
      * failure sends one alert email to the ops distribution list
      * through the LINK-CA1Y path CA1YMON1 uses.
      *
      * Once nothing is left running the cycle is over: its RUNRSTRT
      * record goes complete when every step finished, halted when
      * any did not, and one RUNLOG entry under CA1YCYC1 carries the
      * step counts either way.
      *
      * Kick the cycle off with no START data (the nightly interval
      * START or PLTPI). Once the failure is fixed, key
      *
      *   CYCL RESTART
      *
      * at a terminal to pick up a halted cycle (it needs an RST
      * grant on CYCL from CA1YOPAL): steps with a completed entry
      * since the kickoff are not rerun, and a failure from before
      * the restart no longer counts, so the failed step and
      * everything held behind it go again.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCYC1.
       Environment division.
       Data division.
      *****************************************************************
       Working-storage section.
           COPY CA1YCTL.
           COPY CA1YRUN.
           COPY CA1YRST.
           COPY CA1YDLM.
       01 CYCLE-REQUEST.
           COPY CA1YCYCC.
       01 CYCLE-RETRIEVE-LENGTH     PIC S9(04) COMP VALUE 0.
      * --------------------------------------------------------------
      * The transaction defined over this program, and how often it
      * comes back to look.
      * --------------------------------------------------------------
       01 CYCLE-TRANID              PIC X(04) VALUE 'CYCL'.
       01 CHECK-INTERVAL-HHMMSS     PIC 9(06) VALUE 000500.
       01 CYCLE-PROGRAM-NAME        PIC X(08) VALUE 'CA1YCYC1'.
       01 CYCL-INPUT.
           02 CYCL-IN-TRANID        PIC X(04).
           02 FILLER                PIC X(01).
           02 CYCL-IN-COMMAND       PIC X(07).
               88 CYCL-RESTART-REQUESTED VALUE 'RESTART'.
       01 CYCL-INPUT-LENGTH         PIC S9(04) COMP VALUE 0.
       01 CYCL-MESSAGE              PIC X(40) VALUE SPACES.
       01 SWITCHES.
           02 TERMINAL-ATTACHED-SW      PIC X(01) VALUE 'N'.
               88 TERMINAL-ATTACHED     VALUE 'Y'.
           02 RESTART-MODE-SW           PIC X(01) VALUE 'N'.
               88 RESTART-MODE          VALUE 'Y'.
           02 CYCLE-CURRENT-SW          PIC X(01) VALUE 'N'.
               88 CYCLE-CURRENT         VALUE 'Y'.
           02 SCAN-EOF-SW               PIC X(01) VALUE 'N'.
               88 SCAN-EOF              VALUE 'Y'.
           02 BROWSE-ACTIVE-SW          PIC X(01) VALUE 'N'.
               88 BROWSE-ACTIVE         VALUE 'Y'.
           02 HISTORY-CLEAN-SW          PIC X(01) VALUE 'N'.
               88 HISTORY-CLEAN         VALUE 'Y'.
           02 HISTORY-FAILED-SW         PIC X(01) VALUE 'N'.
               88 HISTORY-FAILED        VALUE 'Y'.
           02 STATE-CHANGED-SW          PIC X(01) VALUE 'N'.
               88 STATE-CHANGED         VALUE 'Y'.
           02 PREREQ-HELD-SW            PIC X(01) VALUE 'N'.
               88 PREREQ-HELD           VALUE 'Y'.
           02 PREREQ-PENDING-SW         PIC X(01) VALUE 'N'.
               88 PREREQ-PENDING        VALUE 'Y'.
           02 CYCLE-STOPPING-SW         PIC X(01) VALUE 'N'.
               88 CYCLE-STOPPING        VALUE 'Y'.
           02 CYCLE-ENDING-SW           PIC X(01) VALUE 'N'.
               88 CYCLE-ENDING          VALUE 'Y'.
           02 ALERT-NEEDED-SW           PIC X(01) VALUE 'N'.
               88 ALERT-NEEDED          VALUE 'Y'.
       01 WS-RESP                    PIC S9(08) COMP VALUE 0.
      * --------------------------------------------------------------
      * The CYCS rows as loaded, each with what this pass made of it.
      * A step's started flag, start check and alerted flag come in
      * on the START data and go out on the next one.
      * --------------------------------------------------------------
       01 STEP-TABLE.
           02 STEP-COUNT                PIC 9(02) VALUE 0.
           02 STEP-ENTRY OCCURS 30 TIMES.
               03 STEP-NAME             PIC X(08).
               03 STEP-PROGRAM          PIC X(08).
               03 STEP-TRANID           PIC X(04).
               03 STEP-STOPS-CYCLE      PIC X(01).
               03 STEP-WAIT-CHECKS      PIC 9(03).
               03 STEP-PREREQ           PIC X(08) OCCURS 6 TIMES.
               03 STEP-STARTED          PIC X(01).
               03 STEP-START-CHECK      PIC 9(05).
               03 STEP-ALERTED          PIC X(01).
               03 STEP-STATE            PIC X(01).
                   88 STEP-DONE         VALUE 'D'.
                   88 STEP-FAILED       VALUE 'F'.
                   88 STEP-RUNNING      VALUE 'R'.
                   88 STEP-WAITING      VALUE 'W'.
                   88 STEP-READY        VALUE 'Y'.
                   88 STEP-HELD         VALUE 'H'.
               03 STEP-FAILURE          PIC X(01).
                   88 STEP-ENDED-INCOMPLETE VALUE 'I'.
                   88 STEP-TIMED-OUT    VALUE 'T'.
                   88 STEP-NOT-STARTED  VALUE 'S'.
       01 STEP-LIMIT                 PIC 9(02) VALUE 30.
       01 STEP-INDEX                 PIC 9(02) VALUE 0.
       01 SEARCH-INDEX               PIC 9(02) VALUE 0.
       01 CARRIED-INDEX              PIC 9(02) VALUE 0.
       01 PREREQ-STEP-INDEX          PIC 9(02) VALUE 0.
       01 PREREQ-INDEX               PIC 9(01) VALUE 0.
       01 CHECKS-WAITED              PIC 9(05) VALUE 0.
       01 CYCLE-COUNTERS.
           02 DONE-CNT                  PIC 9(07) VALUE 0.
           02 FAILED-CNT                PIC 9(07) VALUE 0.
           02 HELD-CNT                  PIC 9(07) VALUE 0.
           02 RUNNING-CNT               PIC 9(07) VALUE 0.
           02 STARTED-CNT               PIC 9(07) VALUE 0.
       01 NEW-CYCLE-STATUS           PIC X(01) VALUE 'I'.
       01 ALERT-CONTENT-WORK.
           02 ALERT-CONTENT-PTR         PIC 9(05) VALUE 1.
           02 ALERT-CONTENT-LEN         PIC 9(05) VALUE 0.
           02 ALERT-CONTENT             PIC X(2048) VALUE SPACES.
           02 ALERT-CHECKS-EDITED       PIC ZZZZ9.
       01 CONFIG.
           02 CONFIG-CHANNEL-NAME   PIC X(16) VALUE 'MyChannel       '.
           02 CONFIG-CONT-NAME      PIC X(16) VALUE 'CA1Y            '.
           02 CONFIG-DATA-LENGTH    PIC 9(8) COMP VALUE 0.
           02 CONFIG-DATA           PIC X(4096) VALUE SPACES.
       01 OPS-DISTRIBUTION-LIST     PIC X(32)
               VALUE 'ops.alerts@example.com'.
       01 ALERT-EVENT-NAME          PIC X(32)
               VALUE 'Ops alert sent                  '.
       01 ORDER-SOURCE              PIC X(08) VALUE 'OPSCYCLE'.
           COPY CA1YRESP.
       01 AUDIT-REQUEST.
           COPY CA1YAUDC.
       01 CFG-REQUEST.
           COPY CA1YCFGC.
       01 CHN-REQUEST.
           COPY CA1YCHNC.
       01 RUN-REQUEST.
           COPY CA1YRUNC.
       01 OPA-REQUEST.
           COPY CA1YOPAC.
       01 OPERATOR-USERID           PIC X(08) VALUE SPACES.
      *****************************************************************
       Linkage section.
       Procedure division.
       Main-program section.
           PERFORM Retrieve-Cycle-Request.

           EVALUATE TRUE
               WHEN CYC-IN-CHECK-MODE
                   PERFORM Check-Cycle-Current
               WHEN RESTART-MODE
                   PERFORM Resume-Halted-Cycle
               WHEN OTHER
                   PERFORM Begin-Cycle
           END-EVALUATE.

           IF CYCLE-CURRENT
               PERFORM Run-Cycle-Pass
           END-IF.

           IF TERMINAL-ATTACHED
               EXEC CICS SEND TEXT FROM(CYCL-MESSAGE)
                   LENGTH(LENGTH OF CYCL-MESSAGE)
                   ERASE FREEKB
               END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * START data is this program talking to itself in check mode.
      * None at all is a kickoff - unless an operator keyed CYCL
      * RESTART at a terminal.
      * --------------------------------------------------------------
       Retrieve-Cycle-Request section.
           MOVE 'N' TO RESTART-MODE-SW.
           MOVE 'N' TO TERMINAL-ATTACHED-SW.
           MOVE LENGTH OF CYCLE-REQUEST TO CYCLE-RETRIEVE-LENGTH.
           EXEC CICS RETRIEVE INTO(CYCLE-REQUEST)
               LENGTH(CYCLE-RETRIEVE-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CYC-IN-MODE
               MOVE SPACES TO CYCL-INPUT
               MOVE LENGTH OF CYCL-INPUT TO CYCL-INPUT-LENGTH
               EXEC CICS RECEIVE INTO(CYCL-INPUT)
                   LENGTH(CYCL-INPUT-LENGTH)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET TERMINAL-ATTACHED TO TRUE
                   IF CYCL-RESTART-REQUESTED
                       SET RESTART-MODE TO TRUE
                   END-IF
               END-IF
           END-IF.
       Retrieve-Cycle-Request-exit.
           exit.
      * --------------------------------------------------------------
      * A new cycle: tonight's kickoff stamp is what every step's
      * RUNLOG entry is judged against, and the RUNRSTRT record says
      * it is in flight. A cycle still running from before is
      * superseded - its next check finds a different stamp on file.
      * --------------------------------------------------------------
       Begin-Cycle section.
           MOVE EIBDATE TO CYC-IN-CYCLE-DATE.
           MOVE EIBTIME TO CYC-IN-CYCLE-TIME.
           MOVE EIBDATE TO CYC-IN-ATTEMPT-DATE.
           MOVE EIBTIME TO CYC-IN-ATTEMPT-TIME.
           MOVE 0 TO CYC-IN-CHECK-COUNT.
           MOVE 0 TO CYC-IN-STEP-COUNT.
           MOVE 'I' TO NEW-CYCLE-STATUS.
           PERFORM Save-Cycle-Status.
           SET CYCLE-CURRENT TO TRUE.
           MOVE 'NIGHTLY CYCLE STARTED' TO CYCL-MESSAGE.
       Begin-Cycle-exit.
           exit.
      * --------------------------------------------------------------
      * Pick a halted cycle up under its original kickoff stamp, so
      * what already finished stays finished; the attempt stamp moves
      * to now, so the failures that halted it no longer count.
      * --------------------------------------------------------------
       Resume-Halted-Cycle section.
           MOVE 'N' TO CYCLE-CURRENT-SW.
           EXEC CICS ASSIGN USERID(OPERATOR-USERID) END-EXEC.
           MOVE OPERATOR-USERID TO OPA-IN-OPERATOR.
           MOVE CYCLE-TRANID    TO OPA-IN-TRANID.
           MOVE 'RST'           TO OPA-IN-ACTION.
           EXEC CICS LINK PROGRAM('CA1YOPAL')
               COMMAREA(OPA-REQUEST)
           END-EXEC.
           IF OPA-IS-DENIED
               MOVE 'NOT AUTHORIZED TO RESTART THE CYCLE'
                   TO CYCL-MESSAGE
           ELSE
               PERFORM Pick-Up-Halted-Cycle
           END-IF.
       Resume-Halted-Cycle-exit.
           exit.
      * --------------------------------------------------------------
       Pick-Up-Halted-Cycle section.
           MOVE CYCLE-PROGRAM-NAME TO RST-PROGRAM-NAME.
           EXEC CICS READ FILE(RESTART-FILE-NAME)
               INTO(CA1Y-RESTART-RECORD)
               RIDFLD(RST-PROGRAM-NAME)
               KEYLENGTH(LENGTH OF RST-PROGRAM-NAME)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND RST-RUN-HALTED
               MOVE RST-LAST-DATE TO CYC-IN-CYCLE-DATE
               MOVE RST-LAST-TIME TO CYC-IN-CYCLE-TIME
               MOVE EIBDATE TO CYC-IN-ATTEMPT-DATE
               MOVE EIBTIME TO CYC-IN-ATTEMPT-TIME
               MOVE 0 TO CYC-IN-CHECK-COUNT
               MOVE 0 TO CYC-IN-STEP-COUNT
               MOVE 'I' TO NEW-CYCLE-STATUS
               PERFORM Save-Cycle-Status
               SET CYCLE-CURRENT TO TRUE
               MOVE 'NIGHTLY CYCLE RESTARTED' TO CYCL-MESSAGE
           ELSE
               MOVE 'NO HALTED CYCLE TO RESTART' TO CYCL-MESSAGE
           END-IF.
       Pick-Up-Halted-Cycle-exit.
           exit.
      * --------------------------------------------------------------
      * A check belongs to the cycle on file only while that cycle is
      * in flight under the same kickoff stamp; anything else is left
      * over from a cycle since superseded, and just ends.
      * --------------------------------------------------------------
       Check-Cycle-Current section.
           MOVE 'N' TO CYCLE-CURRENT-SW.
           MOVE CYCLE-PROGRAM-NAME TO RST-PROGRAM-NAME.
           EXEC CICS READ FILE(RESTART-FILE-NAME)
               INTO(CA1Y-RESTART-RECORD)
               RIDFLD(RST-PROGRAM-NAME)
               KEYLENGTH(LENGTH OF RST-PROGRAM-NAME)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND RST-RUN-IN-FLIGHT
               AND RST-LAST-DATE = CYC-IN-CYCLE-DATE
               AND RST-LAST-TIME = CYC-IN-CYCLE-TIME
               SET CYCLE-CURRENT TO TRUE
           END-IF.
       Check-Cycle-Current-exit.
           exit.
      * --------------------------------------------------------------
      * One look at the cycle: load the steps, judge each from
      * RUNLOG, work out what is ready and what is held, start the
      * ready ones, alert on new failures, then either come back
      * later or close the cycle.
      * --------------------------------------------------------------
       Run-Cycle-Pass section.
           PERFORM Load-Cycle-Steps.

           PERFORM Judge-One-Step
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.

           SET STATE-CHANGED TO TRUE.
           PERFORM Resolve-Prerequisites
               UNTIL NOT STATE-CHANGED.

           MOVE 'N' TO CYCLE-STOPPING-SW.
           PERFORM Check-Stopping-Step
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.

           PERFORM Start-Ready-Step
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.

           PERFORM Count-Step-States.

           IF ALERT-NEEDED
               PERFORM Build-Alert-Content
               PERFORM Send-Ops-Alert
               IF RESPONSE-IS-OK
                   PERFORM Mark-Failure-Alerted
                       VARYING STEP-INDEX FROM 1 BY 1
                       UNTIL STEP-INDEX > STEP-COUNT
               END-IF
           END-IF.

           IF CYCLE-ENDING
               PERFORM Finish-Cycle
           ELSE
               PERFORM Schedule-Next-Check
           END-IF.
       Run-Cycle-Pass-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the CYCS rows into the step table, picking up what the
      * START data says about each step this attempt has started. A
      * table longer than this program holds abends CA1T - a cycle
      * silently short of a step would report itself complete.
      * --------------------------------------------------------------
       Load-Cycle-Steps section.
           MOVE 0 TO STEP-COUNT.
           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE SPACES TO CTL-KEY.
           SET CTL-CYCLE-TABLE TO TRUE.
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

           PERFORM Load-Next-Cycle-Row UNTIL SCAN-EOF.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(CONTROL-FILE-NAME) END-EXEC
               MOVE 'N' TO BROWSE-ACTIVE-SW
           END-IF.
       Load-Cycle-Steps-exit.
           exit.
      * --------------------------------------------------------------
       Load-Next-Cycle-Row section.
           EXEC CICS READNEXT FILE(CONTROL-FILE-NAME)
               INTO(CA1Y-CONTROL-RECORD)
               RIDFLD(CTL-KEY) KEYLENGTH(LENGTH OF CTL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT CTL-CYCLE-TABLE
               SET SCAN-EOF TO TRUE
           ELSE
               IF STEP-COUNT >= STEP-LIMIT
                   EXEC CICS ABEND ABCODE('CA1T') END-EXEC
               END-IF
               ADD 1 TO STEP-COUNT
               MOVE CTLK-STEP-NAME TO STEP-NAME(STEP-COUNT)
               MOVE CTLD-STEP-PROGRAM TO STEP-PROGRAM(STEP-COUNT)
               MOVE CTLD-STEP-TRANID TO STEP-TRANID(STEP-COUNT)
               MOVE CTLD-STEP-STOPS-CYCLE
                   TO STEP-STOPS-CYCLE(STEP-COUNT)
               MOVE CTLD-STEP-WAIT-CHECKS
                   TO STEP-WAIT-CHECKS(STEP-COUNT)
               PERFORM Copy-Step-Prereq
                   VARYING PREREQ-INDEX FROM 1 BY 1
                   UNTIL PREREQ-INDEX > CONTROL-STEP-PREREQS
               MOVE 'N' TO STEP-STARTED(STEP-COUNT)
               MOVE 0 TO STEP-START-CHECK(STEP-COUNT)
               MOVE 'N' TO STEP-ALERTED(STEP-COUNT)
               MOVE SPACE TO STEP-FAILURE(STEP-COUNT)
               SET STEP-WAITING(STEP-COUNT) TO TRUE
               PERFORM Match-Carried-Step
                   VARYING CARRIED-INDEX FROM 1 BY 1
                   UNTIL CARRIED-INDEX > CYC-IN-STEP-COUNT
           END-IF.
       Load-Next-Cycle-Row-exit.
           exit.
      * --------------------------------------------------------------
       Copy-Step-Prereq section.
           MOVE CTLD-STEP-PREREQ(PREREQ-INDEX)
               TO STEP-PREREQ(STEP-COUNT, PREREQ-INDEX).
       Copy-Step-Prereq-exit.
           exit.
      * --------------------------------------------------------------
      * The START data keeps steps by name, so a row added or removed
      * mid-cycle does not shift anyone else's state onto it.
      * --------------------------------------------------------------
       Match-Carried-Step section.
           IF CYC-IN-STEP-NAME(CARRIED-INDEX) = STEP-NAME(STEP-COUNT)
               MOVE CYC-IN-STEP-STARTED(CARRIED-INDEX)
                   TO STEP-STARTED(STEP-COUNT)
               MOVE CYC-IN-STEP-CHECK(CARRIED-INDEX)
                   TO STEP-START-CHECK(STEP-COUNT)
               MOVE CYC-IN-STEP-ALERTED(CARRIED-INDEX)
                   TO STEP-ALERTED(STEP-COUNT)
           END-IF.
       Match-Carried-Step-exit.
           exit.
      * --------------------------------------------------------------
      * What RUNLOG says about one step: a completed entry since the
      * kickoff means done, whenever it was run; an incomplete one
      * since this attempt began means failed. With neither, a step
      * this attempt started is still running - until its wait runs
      * out, which is failure too, since an abend writes no entry.
      * --------------------------------------------------------------
       Judge-One-Step section.
           PERFORM Read-Step-History.
           EVALUATE TRUE
               WHEN HISTORY-CLEAN
                   SET STEP-DONE(STEP-INDEX) TO TRUE
               WHEN HISTORY-FAILED
                   SET STEP-FAILED(STEP-INDEX) TO TRUE
                   SET STEP-ENDED-INCOMPLETE(STEP-INDEX) TO TRUE
               WHEN STEP-STARTED(STEP-INDEX) = 'Y'
                   COMPUTE CHECKS-WAITED = CYC-IN-CHECK-COUNT
                       - STEP-START-CHECK(STEP-INDEX)
                   IF CHECKS-WAITED >= STEP-WAIT-CHECKS(STEP-INDEX)
                       SET STEP-FAILED(STEP-INDEX) TO TRUE
                       SET STEP-TIMED-OUT(STEP-INDEX) TO TRUE
                   ELSE
                       SET STEP-RUNNING(STEP-INDEX) TO TRUE
                   END-IF
               WHEN OTHER
                   SET STEP-WAITING(STEP-INDEX) TO TRUE
           END-EVALUATE.
       Judge-One-Step-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the step program's RUNLOG entries from the kickoff
      * stamp forward; the key leads with the program name, so the
      * first entry under another name ends the look.
      * --------------------------------------------------------------
       Read-Step-History section.
           MOVE 'N' TO HISTORY-CLEAN-SW.
           MOVE 'N' TO HISTORY-FAILED-SW.
           MOVE 'N' TO SCAN-EOF-SW.
           MOVE 'N' TO BROWSE-ACTIVE-SW.
           MOVE STEP-PROGRAM(STEP-INDEX) TO RUN-PROGRAM-NAME.
           MOVE CYC-IN-CYCLE-DATE TO RUN-START-DATE.
           MOVE CYC-IN-CYCLE-TIME TO RUN-START-TIME.
           EXEC CICS STARTBR FILE(RUNLOG-FILE-NAME)
               RIDFLD(RUN-KEY) KEYLENGTH(LENGTH OF RUN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET BROWSE-ACTIVE TO TRUE
           ELSE
               SET SCAN-EOF TO TRUE
           END-IF.

           PERFORM Read-Next-History
               UNTIL SCAN-EOF OR HISTORY-CLEAN.

           IF BROWSE-ACTIVE
               EXEC CICS ENDBR FILE(RUNLOG-FILE-NAME) END-EXEC
               MOVE 'N' TO BROWSE-ACTIVE-SW
           END-IF.
       Read-Step-History-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-History section.
           EXEC CICS READNEXT FILE(RUNLOG-FILE-NAME)
               INTO(CA1Y-RUNLOG-RECORD)
               RIDFLD(RUN-KEY) KEYLENGTH(LENGTH OF RUN-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET SCAN-EOF TO TRUE
               WHEN RUN-PROGRAM-NAME NOT = STEP-PROGRAM(STEP-INDEX)
                   SET SCAN-EOF TO TRUE
               WHEN RUN-COMPLETED-OK
                   SET HISTORY-CLEAN TO TRUE
               WHEN RUN-START-DATE > CYC-IN-ATTEMPT-DATE
                   SET HISTORY-FAILED TO TRUE
               WHEN RUN-START-DATE = CYC-IN-ATTEMPT-DATE
                   AND RUN-START-TIME >= CYC-IN-ATTEMPT-TIME
                   SET HISTORY-FAILED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       Read-Next-History-exit.
           exit.
      * --------------------------------------------------------------
      * A waiting step is held when any prerequisite failed or is
      * held itself, and ready when every one is done. Holding one
      * step can hold the steps behind it, so the caller repeats
      * this until a pass changes nothing. A prerequisite naming no
      * step on the table never completes, and leaves its step
      * waiting until the cycle ends without it.
      * --------------------------------------------------------------
       Resolve-Prerequisites section.
           MOVE 'N' TO STATE-CHANGED-SW.
           PERFORM Resolve-One-Step
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.
       Resolve-Prerequisites-exit.
           exit.
      * --------------------------------------------------------------
       Resolve-One-Step section.
           IF STEP-WAITING(STEP-INDEX)
               MOVE 'N' TO PREREQ-HELD-SW
               MOVE 'N' TO PREREQ-PENDING-SW
               PERFORM Check-One-Prereq
                   VARYING PREREQ-INDEX FROM 1 BY 1
                   UNTIL PREREQ-INDEX > CONTROL-STEP-PREREQS
               EVALUATE TRUE
                   WHEN PREREQ-HELD
                       SET STEP-HELD(STEP-INDEX) TO TRUE
                       SET STATE-CHANGED TO TRUE
                   WHEN NOT PREREQ-PENDING
                       SET STEP-READY(STEP-INDEX) TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       Resolve-One-Step-exit.
           exit.
      * --------------------------------------------------------------
       Check-One-Prereq section.
           IF STEP-PREREQ(STEP-INDEX, PREREQ-INDEX) NOT = SPACES
               MOVE 0 TO PREREQ-STEP-INDEX
               PERFORM Find-Prereq-Step
                   VARYING SEARCH-INDEX FROM 1 BY 1
                   UNTIL SEARCH-INDEX > STEP-COUNT
               EVALUATE TRUE
                   WHEN PREREQ-STEP-INDEX = 0
                       SET PREREQ-PENDING TO TRUE
                   WHEN STEP-DONE(PREREQ-STEP-INDEX)
                       CONTINUE
                   WHEN STEP-FAILED(PREREQ-STEP-INDEX)
                       SET PREREQ-HELD TO TRUE
                   WHEN STEP-HELD(PREREQ-STEP-INDEX)
                       SET PREREQ-HELD TO TRUE
                   WHEN OTHER
                       SET PREREQ-PENDING TO TRUE
               END-EVALUATE
           END-IF.
       Check-One-Prereq-exit.
           exit.
      * --------------------------------------------------------------
       Find-Prereq-Step section.
           IF STEP-NAME(SEARCH-INDEX)
                   = STEP-PREREQ(STEP-INDEX, PREREQ-INDEX)
               MOVE SEARCH-INDEX TO PREREQ-STEP-INDEX
           END-IF.
       Find-Prereq-Step-exit.
           exit.
      * --------------------------------------------------------------
      * A failed step whose row says its failure stops the cycle
      * means nothing else starts, dependant or not.
      * --------------------------------------------------------------
       Check-Stopping-Step section.
           IF STEP-FAILED(STEP-INDEX)
               AND STEP-STOPS-CYCLE(STEP-INDEX) = 'Y'
               SET CYCLE-STOPPING TO TRUE
           END-IF.
       Check-Stopping-Step-exit.
           exit.
      * --------------------------------------------------------------
      * START a ready step's transaction, noting the check it went on
      * so its wait can be measured. A stopping cycle holds it
      * instead; a transaction that will not START has failed. A
      * step with no transaction is the scheduler's to run, behind
      * CA1YCYCG, whose gate opens on the same conditions - it is
      * only noted as under way, and its RUNLOG entry is looked for
      * from here on.
      * --------------------------------------------------------------
       Start-Ready-Step section.
           IF STEP-READY(STEP-INDEX)
               EVALUATE TRUE
                   WHEN CYCLE-STOPPING
                       SET STEP-HELD(STEP-INDEX) TO TRUE
                   WHEN STEP-TRANID(STEP-INDEX) = SPACES
                       MOVE 'Y' TO STEP-STARTED(STEP-INDEX)
                       MOVE CYC-IN-CHECK-COUNT
                           TO STEP-START-CHECK(STEP-INDEX)
                       SET STEP-RUNNING(STEP-INDEX) TO TRUE
                   WHEN OTHER
                       PERFORM Start-Step-Transaction
               END-EVALUATE
           END-IF.
       Start-Ready-Step-exit.
           exit.
      * --------------------------------------------------------------
       Start-Step-Transaction section.
           EXEC CICS START TRANSID(STEP-TRANID(STEP-INDEX))
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO STEP-STARTED(STEP-INDEX)
               MOVE CYC-IN-CHECK-COUNT
                   TO STEP-START-CHECK(STEP-INDEX)
               SET STEP-RUNNING(STEP-INDEX) TO TRUE
           ELSE
               SET STEP-FAILED(STEP-INDEX) TO TRUE
               SET STEP-NOT-STARTED(STEP-INDEX) TO TRUE
           END-IF.
       Start-Step-Transaction-exit.
           exit.
      * --------------------------------------------------------------
      * Tally where the cycle stands. Nothing running means it is
      * over - whatever is still waiting can only be waiting on a
      * step that will never finish. A failure not yet alerted, or a
      * cycle ending short, pages ops.
      * --------------------------------------------------------------
       Count-Step-States section.
           MOVE 0 TO DONE-CNT.
           MOVE 0 TO FAILED-CNT.
           MOVE 0 TO HELD-CNT.
           MOVE 0 TO RUNNING-CNT.
           MOVE 0 TO STARTED-CNT.
           MOVE 'N' TO ALERT-NEEDED-SW.
           MOVE 'N' TO CYCLE-ENDING-SW.

           PERFORM Count-One-Step
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.

           IF RUNNING-CNT = 0
               SET CYCLE-ENDING TO TRUE
               IF DONE-CNT < STEP-COUNT
                   SET ALERT-NEEDED TO TRUE
               END-IF
           END-IF.
       Count-Step-States-exit.
           exit.
      * --------------------------------------------------------------
       Count-One-Step section.
           IF STEP-STARTED(STEP-INDEX) = 'Y'
               ADD 1 TO STARTED-CNT
           END-IF.
           EVALUATE TRUE
               WHEN STEP-DONE(STEP-INDEX)
                   ADD 1 TO DONE-CNT
               WHEN STEP-FAILED(STEP-INDEX)
                   ADD 1 TO FAILED-CNT
                   IF STEP-ALERTED(STEP-INDEX) NOT = 'Y'
                       SET ALERT-NEEDED TO TRUE
                   END-IF
               WHEN STEP-RUNNING(STEP-INDEX)
                   ADD 1 TO RUNNING-CNT
               WHEN OTHER
                   ADD 1 TO HELD-CNT
           END-EVALUATE.
       Count-One-Step-exit.
           exit.
      * --------------------------------------------------------------
      * One line per failed step saying how it failed, one per step
      * held behind it, and a last line saying what the cycle is
      * doing about it.
      * --------------------------------------------------------------
       Build-Alert-Content section.
           MOVE SPACES TO ALERT-CONTENT.
           MOVE 1 TO ALERT-CONTENT-PTR.

           PERFORM Append-Step-Line
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.

           EVALUATE TRUE
               WHEN CYCLE-ENDING
                   STRING 'CYCLE HALTED - KEY CYCL RESTART ONCE '
                       'FIXED' DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN CYCLE-STOPPING
                   STRING 'CYCLE STOPPED - NO FURTHER STEPS START'
                       DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN OTHER
                   STRING 'CYCLE CONTINUING WITH THE STEPS NOT '
                       'BEHIND THE FAILURE' DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
           END-EVALUATE.

           COMPUTE ALERT-CONTENT-LEN = ALERT-CONTENT-PTR - 1.
       Build-Alert-Content-exit.
           exit.
      * --------------------------------------------------------------
       Append-Step-Line section.
           EVALUATE TRUE
               WHEN STEP-ENDED-INCOMPLETE(STEP-INDEX)
                   STRING 'STEP ' STEP-NAME(STEP-INDEX)
                       ' FAILED: ' STEP-PROGRAM(STEP-INDEX)
                       ' RUNLOG ENTRY INCOMPLETE  '
                       DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN STEP-TIMED-OUT(STEP-INDEX)
                   MOVE STEP-WAIT-CHECKS(STEP-INDEX)
                       TO ALERT-CHECKS-EDITED
                   STRING 'STEP ' STEP-NAME(STEP-INDEX)
                       ' FAILED: NO ' STEP-PROGRAM(STEP-INDEX)
                       ' RUNLOG ENTRY AFTER' ALERT-CHECKS-EDITED
                       ' CHECKS  '
                       DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN STEP-NOT-STARTED(STEP-INDEX)
                   STRING 'STEP ' STEP-NAME(STEP-INDEX)
                       ' FAILED: TRANSACTION '
                       STEP-TRANID(STEP-INDEX)
                       ' WOULD NOT START  '
                       DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN STEP-HELD(STEP-INDEX)
                   STRING 'STEP ' STEP-NAME(STEP-INDEX)
                       ' HELD  '
                       DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN STEP-WAITING(STEP-INDEX)
                   AND CYCLE-ENDING
                   STRING 'STEP ' STEP-NAME(STEP-INDEX)
                       ' NEVER READY  '
                       DELIMITED BY SIZE
                       INTO ALERT-CONTENT
                       WITH POINTER ALERT-CONTENT-PTR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       Append-Step-Line-exit.
           exit.
      * --------------------------------------------------------------
      * Build the properties and LINK CA1Y, the same route CA1YMON1
      * pages by, then audit the outcome. A failed send leaves the
      * failures unalerted, so the next check tries again.
      * --------------------------------------------------------------
       Send-Ops-Alert section.
           MOVE ORDER-SOURCE TO CHN-IN-ORDER-SOURCE.
           EXEC CICS LINK PROGRAM('CA1YCHNL')
               COMMAREA(CHN-REQUEST)
           END-EXEC.
           MOVE CHN-OUT-CHANNEL-NAME TO CONFIG-CHANNEL-NAME.

           EXEC CICS ASSIGN APPLID(CFG-IN-APPLID) END-EXEC.
           EXEC CICS LINK PROGRAM('CA1YCFGL')
               COMMAREA(CFG-REQUEST)
           END-EXEC.

           MOVE SPACES TO CONFIG-DATA.
           STRING
               'import.private={file=' DELIMITED BY SIZE
               CFG-OUT-PROPS-PATH DELIMITED BY SPACE
               ':encoding=UTF-8}' CR DELIMITED BY SIZE
               'mail.to=' DELIMITED BY SIZE
               OPS-DISTRIBUTION-LIST DELIMITED BY SPACE
               CR DELIMITED BY SIZE
               'mail.subject=Nightly batch cycle step failed on '
               '{REGION_APPLID}' CR
               'mail.content=' DELIMITED BY SIZE
               ALERT-CONTENT(1:ALERT-CONTENT-LEN)
                   DELIMITED BY SIZE
               CR DELIMITED BY SIZE
               X'00' DELIMITED BY SIZE
               INTO CONFIG-DATA.

           MOVE 0 TO CONFIG-DATA-LENGTH.
           INSPECT CONFIG-DATA TALLYING CONFIG-DATA-LENGTH
               FOR CHARACTERS BEFORE INITIAL X'00'.

           EXEC CICS PUT CONTAINER(CONFIG-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               FROM(CONFIG-DATA) FLENGTH(CONFIG-DATA-LENGTH) CHAR
           END-EXEC.

           EXEC CICS LINK PROGRAM('CA1Y')
               CHANNEL(CONFIG-CHANNEL-NAME)
           END-EXEC.

           MOVE LENGTH OF RESPONSE-DATA TO RESPONSE-DATA-LENGTH.
           EXEC CICS GET CONTAINER(RESPONSE-CONT-NAME)
               CHANNEL(CONFIG-CHANNEL-NAME)
               INTO(RESPONSE-DATA) FLENGTH(RESPONSE-DATA-LENGTH)
           END-EXEC.

           MOVE ALERT-EVENT-NAME     TO AUDIT-IN-EVENT-NAME.
           MOVE CONFIG-CHANNEL-NAME  TO AUDIT-IN-CHANNEL-NAME.
           MOVE SPACES               TO AUDIT-IN-CONTAINER-NAMES.
           MOVE CONFIG-CONT-NAME     TO AUDIT-IN-CONTAINER(1).
           MOVE 0                    TO AUDIT-IN-ORDER-NUMBER.
           MOVE OPS-DISTRIBUTION-LIST TO AUDIT-IN-RECIPIENT.
           MOVE RESPONSE-DATA        TO AUDIT-IN-CA1Y-RESPONSE.
           IF RESPONSE-IS-OK
               MOVE 'Y' TO AUDIT-IN-OUTCOME
           ELSE
               MOVE 'N' TO AUDIT-IN-OUTCOME
           END-IF.
           EXEC CICS LINK PROGRAM('CA1YAUDT')
               COMMAREA(AUDIT-REQUEST)
           END-EXEC.
       Send-Ops-Alert-exit.
           exit.
      * --------------------------------------------------------------
       Mark-Failure-Alerted section.
           IF STEP-FAILED(STEP-INDEX)
               MOVE 'Y' TO STEP-ALERTED(STEP-INDEX)
           END-IF.
       Mark-Failure-Alerted-exit.
           exit.
      * --------------------------------------------------------------
      * Carry every step's state on the START data and come back
      * after the interval.
      * --------------------------------------------------------------
       Schedule-Next-Check section.
           MOVE 'K' TO CYC-IN-MODE.
           ADD 1 TO CYC-IN-CHECK-COUNT.
           MOVE STEP-COUNT TO CYC-IN-STEP-COUNT.
           PERFORM Carry-Step-State
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > STEP-COUNT.
           EXEC CICS START TRANSID(CYCLE-TRANID)
               INTERVAL(CHECK-INTERVAL-HHMMSS)
               FROM(CYCLE-REQUEST)
               LENGTH(LENGTH OF CYCLE-REQUEST)
           END-EXEC.
       Schedule-Next-Check-exit.
           exit.
      * --------------------------------------------------------------
       Carry-Step-State section.
           MOVE STEP-NAME(STEP-INDEX)
               TO CYC-IN-STEP-NAME(STEP-INDEX).
           MOVE STEP-STARTED(STEP-INDEX)
               TO CYC-IN-STEP-STARTED(STEP-INDEX).
           MOVE STEP-START-CHECK(STEP-INDEX)
               TO CYC-IN-STEP-CHECK(STEP-INDEX).
           MOVE STEP-ALERTED(STEP-INDEX)
               TO CYC-IN-STEP-ALERTED(STEP-INDEX).
       Carry-Step-State-exit.
           exit.
      * --------------------------------------------------------------
      * Nothing left running: complete when every step finished,
      * halted - and restartable - when any did not. Either way the
      * cycle gets its own RUNLOG entry, stamped with this attempt.
      * --------------------------------------------------------------
       Finish-Cycle section.
           IF DONE-CNT = STEP-COUNT
               MOVE 'C' TO NEW-CYCLE-STATUS
               MOVE 'C' TO RUN-IN-COMPLETION
           ELSE
               MOVE 'H' TO NEW-CYCLE-STATUS
               MOVE 'I' TO RUN-IN-COMPLETION
           END-IF.
           PERFORM Save-Cycle-Status.

           MOVE CYCLE-PROGRAM-NAME  TO RUN-IN-PROGRAM-NAME.
           MOVE CYC-IN-ATTEMPT-DATE TO RUN-IN-START-DATE.
           MOVE CYC-IN-ATTEMPT-TIME TO RUN-IN-START-TIME.
           MOVE 6                   TO RUN-IN-COUNTER-COUNT.
           MOVE 'STEPS'             TO RUN-IN-COUNTER-LABEL(1).
           MOVE STEP-COUNT          TO RUN-IN-COUNTER-VALUE(1).
           MOVE 'COMPLETED'         TO RUN-IN-COUNTER-LABEL(2).
           MOVE DONE-CNT            TO RUN-IN-COUNTER-VALUE(2).
           MOVE 'FAILED'            TO RUN-IN-COUNTER-LABEL(3).
           MOVE FAILED-CNT          TO RUN-IN-COUNTER-VALUE(3).
           MOVE 'HELD'              TO RUN-IN-COUNTER-LABEL(4).
           MOVE HELD-CNT            TO RUN-IN-COUNTER-VALUE(4).
           MOVE 'STARTED'           TO RUN-IN-COUNTER-LABEL(5).
           MOVE STARTED-CNT         TO RUN-IN-COUNTER-VALUE(5).
           MOVE 'CHECKS'            TO RUN-IN-COUNTER-LABEL(6).
           MOVE CYC-IN-CHECK-COUNT  TO RUN-IN-COUNTER-VALUE(6).
           EXEC CICS LINK PROGRAM('CA1YRUNW')
               COMMAREA(RUN-REQUEST)
           END-EXEC.
       Finish-Cycle-exit.
           exit.
      * --------------------------------------------------------------
      * This program's RUNRSTRT record: the kickoff stamp, the status
      * given, and the step counts so far - rewritten when on file,
      * written the first night.
      * --------------------------------------------------------------
       Save-Cycle-Status section.
           MOVE CYCLE-PROGRAM-NAME TO RST-PROGRAM-NAME.
           EXEC CICS READ FILE(RESTART-FILE-NAME)
               INTO(CA1Y-RESTART-RECORD)
               RIDFLD(RST-PROGRAM-NAME)
               KEYLENGTH(LENGTH OF RST-PROGRAM-NAME)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           MOVE CYCLE-PROGRAM-NAME TO RST-PROGRAM-NAME.
           MOVE NEW-CYCLE-STATUS   TO RST-STATUS.
           MOVE 0                  TO RST-LAST-ORDER-NUMBER.
           MOVE DONE-CNT           TO RST-PROCESSED-CNT.
           MOVE FAILED-CNT         TO RST-REJECTED-CNT.
           MOVE HELD-CNT           TO RST-SKIPPED-CNT.
           MOVE 0                  TO RST-SUPPRESSED-CNT.
           MOVE 0                  TO RST-DEFERRED-CNT.
           MOVE 0                  TO RST-DIGESTED-CNT.
           MOVE CYC-IN-CYCLE-DATE  TO RST-LAST-DATE.
           MOVE CYC-IN-CYCLE-TIME  TO RST-LAST-TIME.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE(RESTART-FILE-NAME)
                   FROM(CA1Y-RESTART-RECORD)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE(RESTART-FILE-NAME)
                   FROM(CA1Y-RESTART-RECORD)
                   RIDFLD(RST-PROGRAM-NAME)
                   KEYLENGTH(LENGTH OF RST-PROGRAM-NAME)
               END-EXEC
           END-IF.
       Save-Cycle-Status-exit.
           exit.
