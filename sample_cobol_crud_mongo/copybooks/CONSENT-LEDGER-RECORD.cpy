      *================================================================
      *  CONSENT-LEDGER-RECORD
      *  One marketing-consent change, appended to CONSENTL by
      *  CUSTOMER-SERVICE whenever a call changes a customer's
      *  marketing opt-in, or moves the contact preference to or from
      *  NONE - including the consent a customer is created with.
      *  CUST-MARKETING-OPT-IN on the record only ever holds the
      *  current value; this append-only file is the history of when,
      *  how and by whom it got there. Never rewritten.
      *================================================================
       01  CONSENT-LEDGER-RECORD.
           05  CONS-TIMESTAMP        PIC X(26).
           05  CONS-CUST-ID          PIC X(24).
      * SCREEN, BATCH, PARTNER or REST - see REQ-CHANNEL.
           05  CONS-CHANNEL          PIC X(08).
               88  CONS-CHANNEL-SCREEN   VALUE "SCREEN".
               88  CONS-CHANNEL-BATCH    VALUE "BATCH".
               88  CONS-CHANNEL-PARTNER  VALUE "PARTNER".
               88  CONS-CHANNEL-REST     VALUE "REST".
           05  CONS-ACTOR            PIC X(08).
           05  CONS-OPERATION        PIC X(14).
      * Previous values are blank on the entry written at CREATE.
           05  CONS-PREV-OPT-IN      PIC X(01).
           05  CONS-NEW-OPT-IN       PIC X(01).
           05  CONS-PREV-CONTACT-PREF PIC X(10).
           05  CONS-NEW-CONTACT-PREF PIC X(10).
           05  CONS-CORRELATION-ID   PIC X(36).
           05  FILLER                PIC X(12).
