      * 90-day default. Age is judged on AUDIT-DATE, the EIBDATE
      * (0CYYDDD) half of the record key.
      *
      * Run this with the CICS files closed or defined RLS - it
      * deletes from AUDITLOG and writes RUNLOG, the same KSDSs the
      * online writers use.
      *
      * The run ends by writing its totals to RUNLOG the way CA1YRIS1
      * records its sweep, so the nightly cycle (CA1YCYC1) can hold
      * the steps that need this one until it has finished. A run
      * that cannot write the entry ends with return code 16.
      *
      *****************************************************************
       Identification Division.
           Select Archive-file assign to ARCHFILE
               organization is sequential
               file status is ARCHIVE-FILE-STATUS.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is random
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFIL3
               organization is sequential
               file status is REPORT-FILE-STATUS.
           COPY CA1YAUD.
       FD Archive-file record contains 366 characters.
       01 ARCHIVE-RECORD               PIC X(366).
       FD Runlog-file.
           COPY CA1YRUN.
       FD Report-file record contains 132 characters.
       01 REPORT-LINE                  PIC X(132).
      *****************************************************************
           02 AUDIT-FILE-STATUS         PIC X(02) VALUE '00'.
           02 ARCHIVE-FILE-STATUS       PIC X(02) VALUE '00'.
           02 REPORT-FILE-STATUS        PIC X(02) VALUE '00'.
           02 RUNLOG-FILE-STATUS        PIC X(02) VALUE '00'.
       01 SWITCHES.
           02 AUDIT-EOF-SW              PIC X(01) VALUE 'N'.
               88 AUDIT-EOF              VALUE 'Y'.
           02 EVENT-FOUND-SW            PIC X(01) VALUE 'N'.
               88 EVENT-FOUND            VALUE 'Y'.
           02 RUNLOG-WRITTEN-SW         PIC X(01) VALUE 'N'.
               88 RUNLOG-WRITTEN         VALUE 'Y'.
      * --------------------------------------------------------------
      * The run's RUNLOG entry - stamped when the run starts and again
      * when it ends.
      * --------------------------------------------------------------
       01 RUN-STAMP.
           02 RUN-DATE-YYYYDDD.
               03 RUN-YEAR              PIC 9(04).
               03 RUN-DDD               PIC 9(03).
           02 RUN-DATE-CYYDDD           PIC 9(07) VALUE 0.
           02 RUN-TIME-RAW              PIC 9(08) VALUE 0.
           02 RUN-TIME-HHMMSS           PIC 9(07) VALUE 0.
       01 RUNLOG-WORK.
           02 RUNLOG-WRITE-TRIES        PIC 9(03) VALUE 0.
           02 RUNLOG-TRY-LIMIT          PIC 9(03) VALUE 999.
       01 RETENTION-PARM                PIC X(03) VALUE SPACES.
       01 RETENTION-DAYS                PIC 9(03) VALUE 90.
      * --------------------------------------------------------------
      * half an archive run is worse than none.
      * --------------------------------------------------------------
       Initialize-Retention-Run section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           ACCEPT RETENTION-PARM.
           IF RETENTION-PARM IS NUMERIC
               AND RETENTION-PARM NOT = '000'
               STOP RUN
           END-IF.

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YARCH: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YARCH: RPTFIL3 OPEN FAILED, STATUS '
           MOVE RETENTION-DAYS       TO TL-RETENTION.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           PERFORM Write-Runlog-Entry.

           CLOSE AUDIT-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
           CLOSE RUNLOG-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           END-IF.
       Terminate-Retention-Run-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the run, with its totals, so the nightly
      * cycle can see it finished. The key collides only with another
      * run started in the same second, so a duplicate moves the
      * start time along and tries again, as CA1YRUNW does; any other
      * failure is reported.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE 'CA1YARCH' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 3 TO RUN-COUNTER-COUNT.
           MOVE 'READ' TO RUN-COUNTER-LABEL(1).
           MOVE RECORDS-READ-CNT TO RUN-COUNTER-VALUE(1).
           MOVE 'ARCHIVED' TO RUN-COUNTER-LABEL(2).
           MOVE RECORDS-ARCHIVED-CNT TO RUN-COUNTER-VALUE(2).
           MOVE 'KEPT' TO RUN-COUNTER-LABEL(3).
           MOVE RECORDS-KEPT-CNT TO RUN-COUNTER-VALUE(3).

           MOVE 0 TO RUNLOG-WRITE-TRIES.
           PERFORM Write-Runlog-Record
               UNTIL RUNLOG-WRITTEN
               OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT.
           IF NOT RUNLOG-WRITTEN
               DISPLAY 'CA1YARCH: RUNLOG WRITE FAILED, STATUS '
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
      * --------------------------------------------------------------
      * Format and print the current row's archived count.
      * --------------------------------------------------------------
       Write-Event-Summary-Line section.
