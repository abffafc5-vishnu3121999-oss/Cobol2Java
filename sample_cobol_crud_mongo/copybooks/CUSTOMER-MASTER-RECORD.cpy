           05  MASTER-ADDR-ZIP       PIC X(10).
           05  MASTER-CONTACT-PREF   PIC X(10).
           05  MASTER-MARKETING-OPT-IN PIC X(01).
      * Mongo createdAt (YYYYMMDDHHMMSS... as CURRENT-DATE returns it),
      * the start of the customer's tenure for the population profile.
           05  MASTER-CREATED-TS     PIC X(26).
