      *================================================================
      *  HOUSEHOLD-LINK-RECORD
      *  One household-relationship event, appended to the persistent
      *  household file (CUSTHHLD) by CUSTOMER-SERVICE's
      *  HOUSEHOLD-LINK / HOUSEHOLD-UNLINK operations. The household
      *  is identified by the id of its anchor customer (the member
      *  the first link was made to). The file is append-only, like
      *  CUSTXREF: a customer's current membership is the last record
      *  on file for that customer, so an unlink is simply a later
      *  record with the unlinked action.
      *================================================================
       01  HOUSEHOLD-LINK-RECORD.
           05  HHLD-HOUSEHOLD-ID     PIC X(24).
           05  HHLD-CUST-ID          PIC X(24).
           05  HHLD-RELATIONSHIP     PIC X(10).
           05  HHLD-ACTION           PIC X(01).
               88  HHLD-IS-LINKED        VALUE "L".
               88  HHLD-IS-UNLINKED      VALUE "U".
           05  HHLD-TIMESTAMP        PIC X(26).
           05  HHLD-USER             PIC X(08).
