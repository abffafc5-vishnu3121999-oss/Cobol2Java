      *  and marketing systems. EXTR-ACTION says what the warehouse
      *  should do with the row: A = add/update, D = logical delete
      *  (the customer left ACTIVE status). A full-refresh run writes
      *  only A rows. EXTR-MARKETING-SUPPRESS is Y for a customer on
      *  the nightly marketing suppression list (or whose own record
      *  shows no opt-in or contact preference NONE): the warehouse
      *  keeps the row, the marketing platform must not contact it.
      *================================================================
       01  CUSTOMER-EXTRACT-RECORD.
           05  EXTR-ACTION           PIC X(01).
           05  EXTR-STATUS           PIC X(10).
           05  EXTR-CREATED-TS       PIC X(26).
           05  EXTR-UPDATED-TS       PIC X(26).
           05  EXTR-MARKETING-SUPPRESS PIC X(01).
               88  EXTR-SUPPRESSED       VALUE "Y".
