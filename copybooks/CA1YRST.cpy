      * instead of re-signaling - and re-emailing - everything from
      * record one.
      *
      * CA1YCYC1 keeps the nightly cycle's record here too: in-flight
      * while the cycle runs, complete when every step finished, and
      * halted when a failure left steps unrun - the state a restart
      * picks the cycle up from. Its date and time are the cycle's
      * kickoff.
      *
      *****************************************************************
       01 CA1Y-RESTART-RECORD.
           02 RST-PROGRAM-NAME       PIC X(08) VALUE SPACES.
           02 RST-STATUS             PIC X(01) VALUE 'I'.
               88 RST-RUN-IN-FLIGHT  VALUE 'I'.
               88 RST-RUN-COMPLETE   VALUE 'C'.
               88 RST-RUN-HALTED     VALUE 'H'.
           02 RST-LAST-ORDER-NUMBER  PIC 9(08) VALUE 0.
           02 RST-PROCESSED-CNT      PIC 9(07) VALUE 0.
           02 RST-REJECTED-CNT       PIC 9(07) VALUE 0.
