      *================================================================
      *  SNAPSHOT-RECORD
      *  One line of the CUSTOMER-SNAPSHOT output (SNAPRPT): a
      *  customer's record as it stood at the end of the as-of date,
      *  rebuilt from the AUDITLOG old/new value chain (and PURGEARC
      *  for customers purged since). Only the fields the audit trail
      *  carries - name, email, status and status reason - can be
      *  rebuilt. Where the chain cannot answer the question, the
      *  line says so in SNAP-HISTORY/SNAP-GAP-REASON instead of
      *  carrying a guess.
      *================================================================
       01  SNAPSHOT-RECORD.
           05  SNAP-AS-OF-DATE       PIC X(08).
           05  SNAP-CUST-ID          PIC X(24).
      * Where the customer stood in its lifecycle on the as-of date.
           05  SNAP-STATE            PIC X(10).
               88  SNAP-ON-FILE          VALUE "ON-FILE".
               88  SNAP-DELETED          VALUE "DELETED".
               88  SNAP-PURGED           VALUE "PURGED".
               88  SNAP-MERGED           VALUE "MERGED".
               88  SNAP-NOT-YET          VALUE "NOT-YET".
               88  SNAP-NOT-FOUND        VALUE "NOT-FOUND".
           05  SNAP-NAME             PIC X(60).
           05  SNAP-EMAIL            PIC X(60).
           05  SNAP-STATUS           PIC X(10).
           05  SNAP-STATUS-REASON    PIC X(10).
      * Timestamp of the audit line (or archive record) the values
      * were taken from, and which source that was: AUDIT - the new
      * values of the last change on or before the date; PRIOR - the
      * old values of the first change after it; PURGEARC - the
      * archive copy written when the customer was purged.
           05  SNAP-VALUES-TS        PIC X(26).
           05  SNAP-BASIS            PIC X(08).
           05  SNAP-HISTORY          PIC X(08).
               88  SNAP-HISTORY-COMPLETE VALUE "COMPLETE".
               88  SNAP-HISTORY-GAP      VALUE "GAP".
      * ERASED    - the values were scrubbed after an ANONYMIZE
      * BROKEN    - the next change's old values do not match, so
      *             something changed outside the audited path
      * NOHISTORY - no audit line on file for the period, only the
      *             purge archive
      * NOVALUES  - audit lines exist but none carries field values
           05  SNAP-GAP-REASON       PIC X(10).
           05  SNAP-MERGED-INTO      PIC X(24).
           05  SNAP-CREATED-TS       PIC X(26).
           05  SNAP-DETAIL           PIC X(60).
