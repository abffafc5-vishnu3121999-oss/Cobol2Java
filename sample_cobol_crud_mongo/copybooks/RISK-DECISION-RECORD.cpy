      *================================================================
      *  RISK-DECISION-RECORD
      *  One decision from the RISK team's nightly inbound file
      *  (RISKIN): suspend a customer, or lift a suspension, with
      *  RISK's own reason code and the case reference on their side.
      *  Applied by CUSTOMER-RISK-FEED as a status-changing UPDATE.
      *================================================================
       01  RISK-DECISION-RECORD.
           05  RISK-CUST-ID          PIC X(24).
           05  RISK-ACTION           PIC X(10).
               88  RISK-SUSPEND          VALUE "SUSPEND".
               88  RISK-REINSTATE        VALUE "REINSTATE".
           05  RISK-REASON-CODE      PIC X(10).
           05  RISK-CASE-REF         PIC X(20).
           05  FILLER                PIC X(16).
