      *================================================================
      *  RISK-ACK-RECORD
      *  One line of the acknowledgement file (RISKACK) returned to
      *  the RISK team after CUSTOMER-RISK-FEED has run: a decision
      *  that was not applied, with the decision as RISK sent it, why
      *  it was not applied and, for a merged id, the customer it was
      *  merged into. REJECTED decisions were refused outright;
      *  PENDING ones (reinstatements) are parked awaiting a
      *  supervisor's approval. The last line is a TRAILER carrying
      *  the run's counts, so RISK can balance the file against what
      *  they sent.
      *================================================================
       01  RISK-ACK-RECORD.
           05  ACK-RUN-TIMESTAMP     PIC X(26).
           05  ACK-RESULT            PIC X(10).
               88  ACK-REJECTED          VALUE "REJECTED".
               88  ACK-PENDING           VALUE "PENDING".
               88  ACK-TRAILER           VALUE "TRAILER".
           05  ACK-BODY.
               10  ACK-CUST-ID           PIC X(24).
               10  ACK-ACTION            PIC X(10).
               10  ACK-REASON-CODE       PIC X(10).
               10  ACK-CASE-REF          PIC X(20).
               10  ACK-FAIL-REASON       PIC X(12).
                   88  ACK-NOT-FOUND         VALUE "NOT-FOUND".
                   88  ACK-MERGED-ID         VALUE "MERGED".
                   88  ACK-NOT-ALLOWED       VALUE "TRANSITION".
                   88  ACK-INVALID           VALUE "INVALID".
                   88  ACK-AWAITING-APPROVAL VALUE "APPROVAL".
                   88  ACK-SYSTEM-ERROR      VALUE "ERROR".
               10  ACK-MERGED-INTO-ID    PIC X(24).
               10  ACK-DETAIL            PIC X(80).
           05  ACK-TRAILER-BODY REDEFINES ACK-BODY.
               10  ACK-TRL-READ-COUNT    PIC 9(09).
               10  ACK-TRL-APPLIED-COUNT PIC 9(09).
               10  ACK-TRL-UNCHANGED-COUNT PIC 9(09).
               10  ACK-TRL-REJECTED-COUNT PIC 9(09).
               10  ACK-TRL-PENDING-COUNT PIC 9(09).
               10  FILLER                PIC X(135).
