      *  One line of the CUSTOMER-TXN-EDIT reject report (EDITRPT):
      *  a transaction from the raw nightly file that failed the
      *  front-end edit, with the reason code the data-entry team
      *  works its 6am reject list from. The rejected transaction's
      *  own image rides at the end, so the exception work queue can
      *  show exactly what was submitted.
      *================================================================
       01  EDIT-REPORT-RECORD.
           05  EDIT-RUN-TIMESTAMP    PIC X(26).
           05  EDIT-CUST-ID          PIC X(24).
           05  EDIT-CORRELATION-ID   PIC X(36).
           05  EDIT-DETAIL           PIC X(60).
           05  EDIT-TXN-IMAGE        PIC X(601).
