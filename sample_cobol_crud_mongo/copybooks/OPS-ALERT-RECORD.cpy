      *  One line per CUSTNITE step that failed or abended, written by
      *  CUSTOMER-STEP-ALERT to OPSALERT so operations has a record of
      *  what paged them even after SYSOUT has scrolled away.
      *  CUSTOMER-INQUIRY also writes one line (job CUSTINQ, step
      *  FALLBACK) per customer read it had to answer from CUSTMAST
      *  during a Mongo outage; those are not step failures.
      *================================================================
       01  OPS-ALERT-RECORD.
           05  ALERT-TIMESTAMP       PIC X(26).
