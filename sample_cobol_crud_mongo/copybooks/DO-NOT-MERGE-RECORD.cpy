      *================================================================
      *  DO-NOT-MERGE-RECORD
      *  A pair of customer ids that must never be folded together
      *  again, appended to CUSTDNM when a supervisor UNMERGEs a wrong
      *  CUSTOMER-DEDUPE merge. CUSTOMER-DEDUPE reads the list and
      *  leaves a candidate pair alone when it is on it, whichever
      *  way round the two ids are held.
      *================================================================
       01  DO-NOT-MERGE-RECORD.
           05  DNM-CUST-ID-1         PIC X(24).
           05  DNM-CUST-ID-2         PIC X(24).
           05  DNM-TIMESTAMP         PIC X(26).
           05  DNM-ADDED-BY          PIC X(8).
           05  DNM-REASON            PIC X(10).
           05  FILLER                PIC X(08).
