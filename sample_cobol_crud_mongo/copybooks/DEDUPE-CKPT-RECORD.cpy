      *================================================================
      *  DEDUPE-CKPT-RECORD
      *  Checkpoint appended to DEDUPCKP by CUSTOMER-DEDUPE after every
      *  merge and at the end of each pass: the pass in progress, the
      *  sort key and id of the last survivor merged, and the running
      *  counts. A restarted run skips the passes already finished,
      *  resumes the interrupted pass at that key, and keeps the
      *  original run timestamp so its MERGERPT lines stay one run.
      *  The run's last record is written COMPLETE.
      *================================================================
       01  DEDUPE-CKPT-RECORD.
           05  DCKP-TIMESTAMP        PIC X(26).
           05  DCKP-RUN-TIMESTAMP    PIC X(26).
           05  DCKP-STATE            PIC X(08).
               88  DCKP-RUNNING          VALUE "RUNNING".
               88  DCKP-COMPLETE         VALUE "COMPLETE".
           05  DCKP-PASS-NO          PIC 9(1).
           05  DCKP-PASS-DONE        PIC X(01).
               88  DCKP-PASS-FINISHED    VALUE "Y".
           05  DCKP-LAST-KEY         PIC X(72).
           05  DCKP-LAST-SURVIVOR-ID PIC X(24).
           05  DCKP-SCANNED-TOTAL    PIC 9(9).
           05  DCKP-MERGE-COUNT      PIC 9(9).
           05  FILLER                PIC X(04).
