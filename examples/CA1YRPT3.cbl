      * a program's runs read out together in order - week-over-week
      * reject-rate creep sits right there in a column.
      *
      * The report's own run is added to RUNLOG once the file has
      * been read, the way CA1YRIS1 records its sweep, so the nightly
      * cycle (CA1YCYC1) can see it finished; it shows on the next
      * run's report. A run that cannot write the entry ends with
      * return code 16.
      *
      * The report pass only reads RUNLOG; the file is opened for
      * update just long enough to write that one entry. Run this
      * with the CICS file closed or defined RLS - the entry goes
      * into the same KSDS the online writers use.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YRPT3.
       File-control.
           Select Runlog-file assign to RUNLOG
               organization is indexed
               access mode is dynamic
               record key is RUN-KEY
               file status is RUNLOG-FILE-STATUS.
           Select Report-file assign to RPTFIL6
       01 SWITCHES.
           02 RUNLOG-EOF-SW             PIC X(01) VALUE 'N'.
               88 RUNLOG-EOF             VALUE 'Y'.
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
       01 REPORT-COUNTERS.
           02 RUNS-READ-CNT             PIC 9(07) VALUE 0.
       01 RUN-COUNTER-IDX               PIC 9(01) VALUE 0.
      * Open the files, print the report heading, and prime the loop.
      * --------------------------------------------------------------
       Initialize-Report section.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-DATE-CYYDDD =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-TIME-HHMMSS = RUN-TIME-RAW / 100.

           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT3: RUNLOG OPEN FAILED, STATUS '
      * Read the next run record, noting end of file.
      * --------------------------------------------------------------
       Read-Next-Runlog-Record section.
           READ RUNLOG-FILE NEXT
               AT END SET RUNLOG-EOF TO TRUE
           END-READ.
       Read-Next-Runlog-Record-exit.
           WRITE REPORT-LINE FROM TOTAL-LINE.

           CLOSE RUNLOG-FILE.
           PERFORM Write-Runlog-Entry.

           CLOSE REPORT-FILE.

           IF NOT RUNLOG-WRITTEN
               MOVE 16 TO RETURN-CODE
           END-IF.
       Terminate-Report-exit.
           exit.
      * --------------------------------------------------------------
      * One RUNLOG record for the run, with its totals, so the nightly
      * cycle can see it finished. The key collides only with another
      * run started in the same second, so a duplicate moves the
      * start time along and tries again, as CA1YRUNW does; any other
      * failure is reported. RUNLOG is reopened for update here, after
      * the report pass has closed it, and closed again once the
      * entry is written.
      * --------------------------------------------------------------
       Write-Runlog-Entry section.
           MOVE 'CA1YRPT3' TO RUN-PROGRAM-NAME.
           MOVE RUN-DATE-CYYDDD TO RUN-START-DATE.
           MOVE RUN-TIME-HHMMSS TO RUN-START-TIME.
           ACCEPT RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
           COMPUTE RUN-END-DATE =
               (RUN-YEAR - 1900) * 1000 + RUN-DDD.
           ACCEPT RUN-TIME-RAW FROM TIME.
           COMPUTE RUN-END-TIME = RUN-TIME-RAW / 100.
           SET RUN-COMPLETED-OK TO TRUE.
           MOVE 1 TO RUN-COUNTER-COUNT.
           MOVE 'RUNS' TO RUN-COUNTER-LABEL(1).
           MOVE RUNS-READ-CNT TO RUN-COUNTER-VALUE(1).

           OPEN I-O RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS NOT = '00'
               DISPLAY 'CA1YRPT3: RUNLOG OPEN FAILED, STATUS '
                   RUNLOG-FILE-STATUS
           ELSE
               MOVE 0 TO RUNLOG-WRITE-TRIES
               PERFORM Write-Runlog-Record
                   UNTIL RUNLOG-WRITTEN
                   OR RUNLOG-WRITE-TRIES NOT < RUNLOG-TRY-LIMIT
               IF NOT RUNLOG-WRITTEN
                   DISPLAY 'CA1YRPT3: RUNLOG WRITE FAILED, STATUS '
                       RUNLOG-FILE-STATUS
               END-IF
               CLOSE RUNLOG-FILE
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
