      *================================================================
      *  SUPPRESS-LIST-RECORD
      *  Marketing suppression list (SUPPRESS), rebuilt each night by
      *  CUSTOMER-SUPPRESS-LIST: one record, keyed by customer id, for
      *  every customer who has not opted in to marketing or whose
      *  contact preference is NONE. CUSTOMER-EXTRACT and the
      *  MARKETING subscriber in CUSTOMER-EVENT-DISPATCH read it by
      *  key; the marketing platform takes a copy as its do-not-
      *  contact list. A customer with no opt-in on record at all is
      *  listed - marketing needs a Y.
      *================================================================
       01  SUPPRESS-LIST-RECORD.
           05  SUPP-CUST-ID          PIC X(24).
           05  SUPP-EMAIL            PIC X(60).
           05  SUPP-REASON           PIC X(10).
               88  SUPP-OPTED-OUT        VALUE "OPTED-OUT".
               88  SUPP-NO-CONTACT       VALUE "NO-CONTACT".
           05  SUPP-MARKETING-OPT-IN PIC X(01).
           05  SUPP-CONTACT-PREF     PIC X(10).
           05  SUPP-STATUS           PIC X(10).
           05  SUPP-RUN-TIMESTAMP    PIC X(26).
           05  FILLER                PIC X(19).
