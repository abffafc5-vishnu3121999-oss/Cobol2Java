      *================================================================
      *  RECON-CKPT-RECORD
      *  Checkpoint appended to RECONCKP by CUSTOMER-RECON every N
      *  master records (and after every sync push), carrying the last
      *  master key reconciled and the running counts, so a restarted
      *  step resumes after that key with the counts it had reached.
      *  The run's last record is written COMPLETE, which tells the
      *  next run to start from the top.
      *================================================================
       01  RECON-CKPT-RECORD.
           05  RCKP-TIMESTAMP        PIC X(26).
           05  RCKP-STATE            PIC X(08).
               88  RCKP-RUNNING          VALUE "RUNNING".
               88  RCKP-COMPLETE         VALUE "COMPLETE".
           05  RCKP-LAST-CUST-ID     PIC X(24).
           05  RCKP-TOTAL            PIC 9(9).
           05  RCKP-MATCHED          PIC 9(9).
           05  RCKP-MISMATCHED       PIC 9(9).
           05  RCKP-MISSING          PIC 9(9).
           05  RCKP-SYNCED           PIC 9(9).
           05  RCKP-SYNC-FAILED      PIC 9(9).
           05  FILLER                PIC X(08).
