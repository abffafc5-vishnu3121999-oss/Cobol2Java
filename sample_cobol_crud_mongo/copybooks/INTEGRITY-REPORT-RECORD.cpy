      *================================================================
      *  INTEGRITY-REPORT-RECORD
      *  One line of the CUSTOMER-INTEGRITY weekly cross-file check
      *  (INTGRPT). Lines are grouped by rule: a HEADER line naming
      *  the rule and its severity, one BREAK line per exception
      *  found (the customer id, and the id or subscriber on the
      *  other side of the broken reference), and a TOTAL line; the
      *  run ends with SUMMARY lines carrying only the detail text.
      *================================================================
       01  INTEGRITY-REPORT-RECORD.
           05  INTG-RUN-TIMESTAMP    PIC X(26).
           05  INTG-LINE-TYPE        PIC X(08).
               88  INTG-HEADER           VALUE "HEADER".
               88  INTG-BREAK            VALUE "BREAK".
               88  INTG-TOTAL            VALUE "TOTAL".
               88  INTG-SUMMARY          VALUE "SUMMARY".
           05  INTG-RULE-ID          PIC X(04).
           05  INTG-SEVERITY         PIC X(06).
               88  INTG-SEV-HIGH         VALUE "HIGH".
               88  INTG-SEV-MEDIUM       VALUE "MEDIUM".
               88  INTG-SEV-LOW          VALUE "LOW".
           05  INTG-CUST-ID          PIC X(24).
           05  INTG-RELATED-ID       PIC X(24).
           05  INTG-DETAIL           PIC X(80).
           05  FILLER                PIC X(08).
