      *================================================================
      *  DORMANT-EXEMPT-RECORD
      *  One customer on the do-not-dormant list (DORMEXEM), kept by
      *  hand by the customer-operations team: VIP accounts, legal
      *  holds and anything else that must stay ACTIVE however long it
      *  sits untouched. CUSTOMER-DORMANCY lists an exempt customer on
      *  its review report instead of moving it to INACTIVE.
      *================================================================
       01  DORMANT-EXEMPT-RECORD.
           05  DEX-CUST-ID           PIC X(24).
      * VIP, LEGALHOLD or another short code the team chooses.
           05  DEX-REASON            PIC X(10).
           05  DEX-ADDED-BY          PIC X(08).
           05  DEX-ADDED-DATE        PIC X(08).
           05  DEX-NOTE              PIC X(30).
