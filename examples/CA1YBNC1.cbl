      * date and time-of-run, so they can't collide with the online
      * writers' keys or each other.
      *
      * The run ends by writing its totals to RUNLOG the way CA1YRIS1
      * records its sweep, so the nightly cycle (CA1YCYC1) can hold
      * the steps that need this one until it has finished. A run
      * that cannot write the entry ends with return code 16.
      *
      * Run this with the CICS files closed or defined RLS - it
      * writes to AUDITLOG and RUNLOG, the same KSDSs the online
      * writers use.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YBNC1.
               access mode is dynamic
               record key is AUDIT-KEY
               file status is AUDIT-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFIL5
               organization is sequential
               file status is REPORT-FILE-STATUS.
           COPY CA1YBNC.
       FD Audit-file.
           COPY CA1YAUD.
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
           02 BOUNCE-FILE-STATUS        PIC X(02) VALUE '00'.
           02 AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 BOUNCE-EOF-SW             PIC X(01) VALUE 'N'.
               88 BOUNCE-EOF             VALUE 'Y'.
           02 AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88 AUDIT-EOF              VALUE 'Y'.
           02 RUNLOG-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88 RUNLOG-WRITTEN         VALUE 'Y'.
      * --------------------------------------------------------------
      * The run's RUNLOG entry goes under the run stamp below, moved
      * along a second at a time past a key another run already took.
      * --------------------------------------------------------------
       01 RUNLOG-WORK.
           02 RUNLOG-WRITE-TRIES        PIC 9(03) VALUE 0.
           02 RUNLOG-TRY-LIMIT          PIC 9(03) VALUE 999.
      * --------------------------------------------------------------
      * The day's bounces, loaded up front so AUDITLOG is read once.
      * BT-MATCHED-ORDER keeps the latest successful send matched to
               STOP RUN
           END-IF.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YBNC1: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YBNC1: RPTFIL5 OPEN FAILED, STATUS '
           MOVE HARD-BOUNCES-CNT   TO TL-HARD.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           PERFORM Write-Runlog-Entry.

           CLOSE BOUNCE-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUNLOG-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           END-IF.
       Terminate-Bounce-Run-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the run, with its totals, so the nightly
      * cycle can see it finished. The key collides only with another
      * run started in the same second, so a duplicate moves the
      * start time along and tries again, as CA1YRUNW does; any other
      * failure is reported.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE 'CA1YBNC1' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 3 TO RUN-COUNTER-COUNT.
           MOVE 'BOUNCES' TO RUN-COUNTER-LABEL(1).
           MOVE BOUNCES-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'MATCHED' TO RUN-COUNTER-LABEL(2).
           MOVE BOUNCES-MATCHED-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'HARD' TO RUN-COUNTER-LABEL(3).
           MOVE HARD-BOUNCES-CNT TO RUN-COUNTER-VALUE(3).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YBNC1: RUNLOG WRITE FAILED, STATUS '
                   RUNLOG-FILE-STATUS
           END-IF.
       Write-Runlog-Entry-exit.
           exit.
      * --------------------------------------------------------------
       Write-Runlog-Record section.
           ADD 1 TO RUNLOG-WRITE-TRIES.
           WRITE CA1Y-RUNLOG-RECORD
               INVALID KEY
                   IF RUNLOG-FILE-STATUS = '22'
                       ADD 1 TO RUN-START-TIME
                   ELSE
                       MOVE RUNLOG-TRY-LIMIT TO RUNLOG-WRITE-TRIES
                   END-IF
               NOT INVALID KEY
                   SET RUNLOG-WRITTEN TO TRUE
           END-WRITE.
       Write-Runlog-Record-exit.
           exit.
