      *================================================================
      *  REFRESH-REPORT-RECORD
      *  One line of the CUSTOMER-TEST-REFRESH report (REFRRPT): a
      *  customer copied from the source environment into the test
      *  environment with its personal data masked, or the reason it
      *  could not be. REFR-HOW says how the customer got into the
      *  sample - picked by the sampling interval, or pulled in by a
      *  CUSTXREF merge link so the pair arrives together. The final
      *  SUMMARY line carries the run totals.
      *================================================================
       01  REFRESH-REPORT-RECORD.
           05  REFR-RUN-TIMESTAMP    PIC X(26).
           05  REFR-LINE-TYPE        PIC X(08).
               88  REFR-DETAIL-LINE      VALUE "CUSTOMER".
               88  REFR-SUMMARY-LINE     VALUE "SUMMARY".
           05  REFR-CUST-ID          PIC X(24).
           05  REFR-STATUS           PIC X(10).
           05  REFR-HOW              PIC X(10).
               88  REFR-SAMPLED          VALUE "SAMPLED".
               88  REFR-MERGE-LINK       VALUE "MERGE LINK".
           05  REFR-ACTION           PIC X(08).
               88  REFR-CREATED          VALUE "CREATED".
               88  REFR-REPLACED         VALUE "REPLACED".
               88  REFR-SKIPPED          VALUE "SKIPPED".
               88  REFR-FAILED           VALUE "FAILED".
           05  REFR-NOTE-COUNT       PIC 9(05).
           05  REFR-DETAIL           PIC X(80).
