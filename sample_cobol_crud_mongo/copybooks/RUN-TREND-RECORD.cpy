      *================================================================
      *  RUN-TREND-RECORD
      *  One line of the CUSTOMER-RUN-TREND batch-window report
      *  (TRENDRPT). A STEP line compares one program's run tonight
      *  with its average over the previous 30 batch dates; the
      *  FORECAST line that closes each report projects tonight's
      *  end time against the online-start deadline, and is what
      *  CUSTOMER-OPS-SUMMARY reads for its RED/AMBER verdict.
      *================================================================
       01  RUN-TREND-RECORD.
           05  TRND-RUN-TIMESTAMP    PIC X(26).
           05  TRND-BATCH-DATE       PIC X(08).
           05  TRND-LINE-TYPE        PIC X(08).
               88  TRND-STEP-LINE        VALUE "STEP".
               88  TRND-FORECAST-LINE    VALUE "FORECAST".
           05  TRND-STEP-DATA.
               10  TRND-PROGRAM-NAME     PIC X(30).
               10  TRND-START-TIME       PIC X(08).
               10  TRND-END-TIME         PIC X(08).
               10  TRND-ELAPSED-SECS     PIC 9(07).
               10  TRND-AVG-ELAPSED-SECS PIC 9(07).
      * Tonight's elapsed time as a percentage of the average.
               10  TRND-PCT-OF-AVG       PIC 9(05).
               10  TRND-AVG-RUNS         PIC 9(03).
               10  TRND-RETURN-CODE      PIC 9(04).
               10  TRND-RECORD-COUNT     PIC 9(09).
               10  TRND-AVG-RECORD-COUNT PIC 9(09).
      * NORMAL, SLOWER (over the slow threshold), NEW (no history
      * yet) or NOT-RUN (history but no run tonight - its average
      * is counted as still to run in the forecast).
               10  TRND-FLAG             PIC X(08).
                   88  TRND-SLOWER           VALUE "SLOWER".
                   88  TRND-NOT-RUN          VALUE "NOT-RUN".
           05  TRND-FORECAST-DATA REDEFINES TRND-STEP-DATA.
               10  TRND-PROJECTED-END-TS PIC X(26).
               10  TRND-DEADLINE-TS      PIC X(26).
      * ONTIME, TIGHT (inside CUSTOMER_RUNSTATS_MARGIN_MINS of the
      * deadline) or LATE (past it).
               10  TRND-FORECAST         PIC X(08).
                   88  TRND-ONTIME           VALUE "ONTIME".
                   88  TRND-TIGHT            VALUE "TIGHT".
                   88  TRND-LATE             VALUE "LATE".
               10  TRND-MINUTES-SPARE    PIC 9(05).
               10  TRND-MINUTES-LATE     PIC 9(05).
               10  TRND-SLOW-STEP-COUNT  PIC 9(03).
               10  TRND-NOT-RUN-COUNT    PIC 9(03).
               10  FILLER                PIC X(22).
