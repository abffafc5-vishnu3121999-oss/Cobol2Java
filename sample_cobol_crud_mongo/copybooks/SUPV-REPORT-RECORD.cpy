      *================================================================
      *  SUPV-REPORT-RECORD
      *  One line of the CUSTOMER-SUPV-REQUEST report (SUPVRPT): each
      *  request as read, with the outcome CUSTOMER-SERVICE gave it.
      *================================================================
       01  SUPV-REPORT-RECORD.
           05  SUPR-RUN-TIMESTAMP    PIC X(26).
           05  SUPR-OPERATION        PIC X(14).
           05  SUPR-CUST-ID          PIC X(24).
           05  SUPR-REQUESTED-BY     PIC X(8).
           05  SUPR-RESP-CODE        PIC 9(3).
           05  SUPR-RESP-MESSAGE     PIC X(80).
