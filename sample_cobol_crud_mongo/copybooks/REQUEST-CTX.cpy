      * the job name for batch runs. Carried into every
      * AUDIT-LOG-RECORD and TXN-LOG-RECORD so the trail says who.
           05  REQ-USER              PIC X(8).
      * Set only by CUSTOMER-RECON when it re-syncs Mongo from the
      * master: a system-of-record correction, applied directly even
      * when the status transition needs a supervisor override,
      * instead of being parked for a second operator's approval.
           05  REQ-SYNC-CORRECTION   PIC X(1).
               88  REQ-IS-SYNC-CORRECTION VALUE "Y".
      * How the request reached the service, for the consent ledger:
      * set by the inquiry screen and the REST front end; left blank
      * by batch callers, which the service resolves to BATCH (or to
      * PARTNER for transactions CUSTOMER-PARTNER-CONVERT generated).
           05  REQ-CHANNEL           PIC X(8).
               88  REQ-CHANNEL-SCREEN    VALUE "SCREEN".
               88  REQ-CHANNEL-BATCH     VALUE "BATCH".
               88  REQ-CHANNEL-PARTNER   VALUE "PARTNER".
               88  REQ-CHANNEL-REST      VALUE "REST".
           05  REQ-BULK-ITEM-COUNT   PIC 9(4).
           05  REQ-BULK-ITEM OCCURS 500 TIMES
                                 INDEXED BY REQ-BULK-IDX
