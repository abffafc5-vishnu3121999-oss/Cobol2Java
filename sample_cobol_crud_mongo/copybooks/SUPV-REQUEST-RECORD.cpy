      *================================================================
      *  SUPV-REQUEST-RECORD
      *  One supervisor correction for CUSTOMER-SUPV-REQUEST (SUPVREQ),
      *  keyed from a signed-off change ticket. SUPV-REQUESTED-BY is
      *  the supervisor's operator id: it goes to CUSTOMER-SERVICE as
      *  the acting user and has to be a current supervisor on
      *  OPERIDS, or the request is refused. SUPV-RESTORE-STATUS is
      *  read only by RESTORE-PURGED: the status the purged customer
      *  comes back with (blank for ACTIVE), since PURGEARC does not
      *  keep the one it had before it was deleted.
      *================================================================
       01  SUPV-REQUEST-RECORD.
           05  SUPV-OPERATION        PIC X(14).
           05  SUPV-CUST-ID          PIC X(24).
           05  SUPV-REQUESTED-BY     PIC X(8).
           05  SUPV-CORRELATION-ID   PIC X(36).
           05  SUPV-RESTORE-STATUS   PIC X(10).
           05  FILLER                PIC X(08).
