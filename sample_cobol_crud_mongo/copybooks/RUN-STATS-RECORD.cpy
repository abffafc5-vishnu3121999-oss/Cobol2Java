      *================================================================
      *  RUN-STATS-RECORD
      *  One line per CUSTNITE step run, appended by CUSTOMER-RUN-STATS
      *  to the run-statistics history file (RUNSTATS) and read back
      *  by CUSTOMER-RUN-TREND for the batch-window trend report.
      *  RSTAT-BATCH-DATE is the night the run belongs to: a step
      *  started before CUSTOMER_RUNSTATS_DAY_START_HOUR (default 12)
      *  counts toward the previous date, so a run that crosses
      *  midnight stays one night.
      *================================================================
       01  RUN-STATS-RECORD.
           05  RSTAT-BATCH-DATE      PIC X(08).
           05  RSTAT-JOB-NAME        PIC X(08).
           05  RSTAT-PROGRAM-NAME    PIC X(30).
           05  RSTAT-START-TS        PIC X(26).
           05  RSTAT-END-TS          PIC X(26).
           05  RSTAT-ELAPSED-SECS    PIC 9(07).
           05  RSTAT-RETURN-CODE     PIC 9(04).
           05  RSTAT-RECORD-COUNT    PIC 9(09).
