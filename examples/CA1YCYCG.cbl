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
      * Nightly-cycle gate for the batch steps.
      *
      * CA1YCYC1 STARTs the cycle's CICS drivers itself, but the
      * steps with no transaction on their CYCS row - CA1YEDI1,
      * CA1YEDT1, CA1YBNC1, the reports, the archive - are batch jobs
      * the job scheduler runs, and the controller cannot hold a job
      * it never submits. The scheduler runs this as the first step
      * of each of those jobs, with the job's step name on SYSIN,
      * and runs the program behind it only on return code 0. It
      * answers the question the controller asks before it STARTs a
      * driver, from the same files:
      *
      *   - the cycle on RUNRSTRT is in flight; a halted cycle holds
      *     everything until CYCL RESTART puts it back in flight
      *     under its original kickoff, and a complete one, or none,
      *     runs nothing
      *   - the step is a scheduler step on the CYCS table and has
      *     no completed ('C') RUNLOG entry since the kickoff, so a
      *     step that already finished is not run again when the
      *     jobs are resubmitted after a restart
      *   - no step whose failure stops the cycle has an incomplete
      *     ('I') entry since the kickoff without a completed one
      *     after it - the gate stays shut until that step has been
      *     run again cleanly
      *   - every prerequisite step's program has a completed entry
      *     since the kickoff
      *
      * Any of these failing gives return code 8 and one line saying
      * why; the scheduler holds the job and tries the gate again on
      * its own interval. A missing step name or a file that will not
      * open gives return code 16.
      *
      * Nothing is changed - the gate only reads CTLFILE, RUNRSTRT
      * and RUNLOG - but the cycle is writing those files while it
      * runs, so they must be defined RLS or with share options that
      * let a batch reader in alongside the CICS region.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YCYCG.
       Environment division.
       Input-output section.
       File-control.
           Select Control-file assign to CTLFILE
               organization is indexed
               access mode is dynamic
               record key is CONTROL-FILE-KEY
               file status is CONTROL-FILE-STATUS.
           Select Restart-file assign to RUNRSTRT
               organization is indexed
               access mode is random
               record key is RST-PROGRAM-NAME
               file status is RESTART-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is dynamic
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
       Data division.
       File section.
       FD Control-file.
       01 CONTROL-FILE-RECORD.
           02 CONTROL-FILE-KEY          PIC X(44).
           02 FILLER                    PIC X(150).
       FD Restart-file.
           COPY CA1YRST.
       FD Runlog-file.
           COPY CA1YRUN.
      *****************************************************************
       Working-storage section.
           COPY CA1YCTL.
       01 FILE-STATUSES.
           02 CONTROL-FILE-STATUS       PIC X(02) VALUE '00'.
           02 RESTART-FILE-STATUS       PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 CYCLE-ROW-FOUND-SW        PIC X(01) VALUE 'N'.
               88 CYCLE-ROW-FOUND        VALUE 'Y'.
           02 CYCLE-SCAN-EOF-SW         PIC X(01) VALUE 'N'.
               88 CYCLE-SCAN-EOF         VALUE 'Y'.
           02 HISTORY-EOF-SW            PIC X(01) VALUE 'N'.
               88 HISTORY-EOF            VALUE 'Y'.
           02 HISTORY-CLEAN-SW          PIC X(01) VALUE 'N'.
               88 HISTORY-CLEAN          VALUE 'Y'.
           02 HISTORY-FAILED-SW         PIC X(01) VALUE 'N'.
               88 HISTORY-FAILED         VALUE 'Y'.
      * --------------------------------------------------------------
      * The step asked about, as SYSIN names it and as its CYCS row
      * describes it.
      * --------------------------------------------------------------
       01 GATE-PARM                     PIC X(08) VALUE SPACES.
       01 GATE-STEP.
           02 GATE-STEP-NAME            PIC X(08) VALUE SPACES.
           02 GATE-STEP-PROGRAM         PIC X(08) VALUE SPACES.
           02 GATE-STEP-PREREQ          PIC X(08) OCCURS 6 TIMES.
       01 GATE-REASON                   PIC X(48) VALUE SPACES.
       01 GATE-SHUT-RC                  PIC 9(02) VALUE 8.
      * --------------------------------------------------------------
      * The cycle the step belongs to: CA1YCYC1's RUNRSTRT record and
      * the kickoff stamp every RUNLOG entry is judged against.
      * --------------------------------------------------------------
       01 CYCLE-PROGRAM-NAME            PIC X(08) VALUE 'CA1YCYC1'.
       01 CYCLE-KICKOFF.
           02 CYCLE-DATE                PIC 9(07) VALUE 0.
           02 CYCLE-TIME                PIC 9(07) VALUE 0.
       01 LOOKUP-STEP-NAME              PIC X(08) VALUE SPACES.
       01 HISTORY-PROGRAM               PIC X(08) VALUE SPACES.
       01 PREREQ-INDEX                  PIC 9(01) VALUE 0.
      *****************************************************************
       Procedure division.
       Main-program section.
           PERFORM Initialize-Gate.

           PERFORM Check-Cycle-State.
           IF GATE-REASON = SPACES
               PERFORM Check-Gate-Step
           END-IF.
           IF GATE-REASON = SPACES
               PERFORM Check-Stopping-Steps
           END-IF.
           IF GATE-REASON = SPACES
               PERFORM Check-Step-Prereq
                   VARYING PREREQ-INDEX FROM 1 BY 1
                   UNTIL PREREQ-INDEX > CONTROL-STEP-PREREQS
                   OR GATE-REASON NOT = SPACES
           END-IF.

           PERFORM Terminate-Gate.

           STOP RUN.
      * ---------------------------------------------------------------
       Main-program-exit.
           exit.
      * --------------------------------------------------------------
      * Pick up the step name and open the three files the answer
      * comes from. No step name, or a file that will not open, ends
      * the run with return code 16 - the scheduler must not take
      * that for a gate that is merely shut.
      * --------------------------------------------------------------
       Initialize-Gate section.
           ACCEPT GATE-PARM.
           IF GATE-PARM = SPACES
               DISPLAY 'CA1YCYCG: SYSIN STEP NAME MISSING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GATE-PARM TO GATE-STEP-NAME.

           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YCYCG: CTLFILE OPEN FAILED, STATUS '
                   CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RESTART-FILE.
           IF RESTART-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YCYCG: RUNRSTRT OPEN FAILED, STATUS '
                   RESTART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YCYCG: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       Initialize-Gate-exit.
           exit.
      * --------------------------------------------------------------
      * The cycle must be in flight. Its RUNRSTRT date and time are
      * the kickoff - the original one, after a restart - so a step
      * that finished before a halt still counts as finished.
      * --------------------------------------------------------------
       Check-Cycle-State section.
           MOVE CYCLE-PROGRAM-NAME TO RST-PROGRAM-NAME.
           READ RESTART-FILE
               INVALID KEY
                   MOVE 'NO NIGHTLY CYCLE ON RUNRSTRT' TO GATE-REASON
           END-READ.
           IF RESTART-FILE-STATUS NOT = '00'
               AND RESTART-FILE-STATUS NOT = '23'
               DISPLAY 'CA1YCYCG: RUNRSTRT READ FAILED, STATUS '
                   RESTART-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF GATE-REASON = SPACES
               EVALUATE TRUE
                   WHEN RST-RUN-HALTED
                       MOVE 'CYCLE HALTED - AWAITING CYCL RESTART'
                           TO GATE-REASON
                   WHEN RST-RUN-COMPLETE
                       MOVE 'CYCLE ALREADY COMPLETE' TO GATE-REASON
                   WHEN OTHER
                       MOVE RST-LAST-DATE TO CYCLE-DATE
                       MOVE RST-LAST-TIME TO CYCLE-TIME
               END-EVALUATE
           END-IF.
       Check-Cycle-State-exit.
           exit.
      * --------------------------------------------------------------
      * The step's own CYCS row: it must be there, it must be one the
      * scheduler runs rather than one CA1YCYC1 STARTs, and it must
      * not have finished already this cycle. Its prerequisites are
      * kept, since looking them up reuses the record area.
      * --------------------------------------------------------------
       Check-Gate-Step section.
           MOVE GATE-STEP-NAME TO LOOKUP-STEP-NAME.
           PERFORM Read-Cycle-Row.
           EVALUATE TRUE
               WHEN NOT CYCLE-ROW-FOUND
                   MOVE 'STEP NOT ON THE CYCS TABLE' TO GATE-REASON
               WHEN CTLD-STEP-TRANID NOT = SPACES
                   MOVE 'STEP IS STARTED BY CA1YCYC1, NOT THE SCHEDULER'
                       TO GATE-REASON
               WHEN OTHER
                   MOVE CTLD-STEP-PROGRAM TO GATE-STEP-PROGRAM
                   PERFORM Keep-Step-Prereq
                       VARYING PREREQ-INDEX FROM 1 BY 1
                       UNTIL PREREQ-INDEX > CONTROL-STEP-PREREQS
                   MOVE GATE-STEP-PROGRAM TO HISTORY-PROGRAM
                   PERFORM Read-Program-History
                   IF HISTORY-CLEAN
                       MOVE 'STEP ALREADY COMPLETE THIS CYCLE'
                           TO GATE-REASON
                   END-IF
           END-EVALUATE.
       Check-Gate-Step-exit.
           exit.
      * --------------------------------------------------------------
       Keep-Step-Prereq section.
           MOVE CTLD-STEP-PREREQ(PREREQ-INDEX)
               TO GATE-STEP-PREREQ(PREREQ-INDEX).
       Keep-Step-Prereq-exit.
           exit.
      * --------------------------------------------------------------
      * Browse the CYCS rows for a step whose failure stops the cycle
      * and whose last word since the kickoff is a failure. CA1YCYC1
      * starts nothing further once it sees one, and neither does
      * the gate - except for that step itself, which is how it
      * gets run again after a restart.
      * --------------------------------------------------------------
       Check-Stopping-Steps section.
           MOVE 'N' TO CYCLE-SCAN-EOF-SW.
           MOVE SPACES TO CA1Y-CONTROL-RECORD.
           SET CTL-CYCLE-TABLE TO TRUE.
           MOVE CTL-KEY TO CONTROL-FILE-KEY.
           START CONTROL-FILE KEY IS NOT LESS THAN CONTROL-FILE-KEY
               INVALID KEY SET CYCLE-SCAN-EOF TO TRUE
           END-START.
           PERFORM Check-Next-Cycle-Row
               UNTIL CYCLE-SCAN-EOF OR GATE-REASON NOT = SPACES.
       Check-Stopping-Steps-exit.
           exit.
      * --------------------------------------------------------------
       Check-Next-Cycle-Row section.
           READ CONTROL-FILE NEXT INTO CA1Y-CONTROL-RECORD
               AT END SET CYCLE-SCAN-EOF TO TRUE
           END-READ.
           IF NOT CYCLE-SCAN-EOF
               IF NOT CTL-CYCLE-TABLE
                   SET CYCLE-SCAN-EOF TO TRUE
               ELSE
                   IF CTLD-STEP-FAILURE-STOPS
                       AND CTLK-STEP-NAME NOT = GATE-STEP-NAME
                       MOVE CTLD-STEP-PROGRAM TO HISTORY-PROGRAM
                       PERFORM Read-Program-History
                       IF HISTORY-FAILED AND NOT HISTORY-CLEAN
                           STRING 'CYCLE STOPPING - STEP '
                                   DELIMITED BY SIZE
                               CTLK-STEP-NAME DELIMITED BY SPACE
                               ' FAILED' DELIMITED BY SIZE
                               INTO GATE-REASON
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.
       Check-Next-Cycle-Row-exit.
           exit.
      * --------------------------------------------------------------
      * One prerequisite: find the step's program on its CYCS row and
      * look for a completed entry since the kickoff. A prerequisite
      * naming no step on the table never completes, as in CA1YCYC1.
      * --------------------------------------------------------------
       Check-Step-Prereq section.
           IF GATE-STEP-PREREQ(PREREQ-INDEX) NOT = SPACES
               MOVE GATE-STEP-PREREQ(PREREQ-INDEX) TO LOOKUP-STEP-NAME
               PERFORM Read-Cycle-Row
               IF CYCLE-ROW-FOUND
                   MOVE CTLD-STEP-PROGRAM TO HISTORY-PROGRAM
                   PERFORM Read-Program-History
               END-IF
               EVALUATE TRUE
                   WHEN NOT CYCLE-ROW-FOUND
                       STRING 'PREREQUISITE '
                               DELIMITED BY SIZE
                           GATE-STEP-PREREQ(PREREQ-INDEX)
                               DELIMITED BY SPACE
                           ' NOT ON THE CYCS TABLE' DELIMITED BY SIZE
                           INTO GATE-REASON
                       END-STRING
                   WHEN HISTORY-CLEAN
                       CONTINUE
                   WHEN HISTORY-FAILED
                       STRING 'PREREQUISITE '
                               DELIMITED BY SIZE
                           GATE-STEP-PREREQ(PREREQ-INDEX)
                               DELIMITED BY SPACE
                           ' FAILED' DELIMITED BY SIZE
                           INTO GATE-REASON
                       END-STRING
                   WHEN OTHER
                       STRING 'WAITING ON PREREQUISITE '
                               DELIMITED BY SIZE
                           GATE-STEP-PREREQ(PREREQ-INDEX)
                               DELIMITED BY SPACE
                           INTO GATE-REASON
                       END-STRING
               END-EVALUATE
           END-IF.
       Check-Step-Prereq-exit.
           exit.
      * --------------------------------------------------------------
      * Read the CYCS row for the step named in LOOKUP-STEP-NAME.
      * --------------------------------------------------------------
       Read-Cycle-Row section.
           MOVE 'N' TO CYCLE-ROW-FOUND-SW.
           MOVE SPACES TO CA1Y-CONTROL-RECORD.
           SET CTL-CYCLE-TABLE TO TRUE.
           MOVE LOOKUP-STEP-NAME TO CTLK-STEP-NAME.
           MOVE CTL-KEY TO CONTROL-FILE-KEY.
           READ CONTROL-FILE INTO CA1Y-CONTROL-RECORD
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE CONTROL-FILE-STATUS
               WHEN '00'
                   SET CYCLE-ROW-FOUND TO TRUE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CA1YCYCG: CTLFILE READ FAILED, STATUS '
                       CONTROL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       Read-Cycle-Row-exit.
           exit.
      * --------------------------------------------------------------
      * Browse one program's RUNLOG entries from the kickoff stamp
      * forward, as CA1YCYC1 does: a completed entry means the step
      * is done, whatever came before it; an incomplete one with no
      * completed entry after it means it failed. The key leads with
      * the program name, so the first entry under another name ends
      * the look.
      * --------------------------------------------------------------
       Read-Program-History section.
           MOVE 'N' TO HISTORY-CLEAN-SW.
           MOVE 'N' TO HISTORY-FAILED-SW.
           MOVE 'N' TO HISTORY-EOF-SW.
           MOVE HISTORY-PROGRAM TO RUN-PROGRAM-NAME.
           MOVE CYCLE-DATE TO RUN-START-DATE.
           MOVE CYCLE-TIME TO RUN-START-TIME.
           START RUNLOG-FILE KEY IS NOT LESS THAN RUN-KEY
               INVALID KEY SET HISTORY-EOF TO TRUE
           END-START.
           PERFORM Read-Next-History
               UNTIL HISTORY-EOF OR HISTORY-CLEAN.
       Read-Program-History-exit.
           exit.
      * --------------------------------------------------------------
       Read-Next-History section.
           READ RUNLOG-FILE NEXT
               AT END SET HISTORY-EOF TO TRUE
           END-READ.
           IF NOT HISTORY-EOF
               EVALUATE TRUE
                   WHEN RUN-PROGRAM-NAME NOT = HISTORY-PROGRAM
                       SET HISTORY-EOF TO TRUE
                   WHEN RUN-COMPLETED-OK
                       SET HISTORY-CLEAN TO TRUE
                   WHEN RUN-INCOMPLETE
                       SET HISTORY-FAILED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       Read-Next-History-exit.
           exit.
      * --------------------------------------------------------------
      * Close up and give the scheduler its answer: 0 to run the
      * step, 8 to hold it, with the reason on the job log.
      * --------------------------------------------------------------
       Terminate-Gate section.
           CLOSE CONTROL-FILE.
           CLOSE RESTART-FILE.
           CLOSE RUNLOG-FILE.

           IF GATE-REASON = SPACES
               DISPLAY 'CA1YCYCG: STEP ' GATE-STEP-NAME
                   ' CLEARED TO RUN'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'CA1YCYCG: STEP ' GATE-STEP-NAME
                   ' HELD - ' GATE-REASON
               MOVE GATE-SHUT-RC TO RETURN-CODE
           END-IF.
       Terminate-Gate-exit.
           exit.
