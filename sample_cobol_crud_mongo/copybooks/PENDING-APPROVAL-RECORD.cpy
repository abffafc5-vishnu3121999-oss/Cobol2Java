      *================================================================
      *  PENDING-APPROVAL-RECORD
      *  One four-eyes approval event, appended to the persistent
      *  approval file (CUSTAPPR) by CUSTOMER-SERVICE. An UPDATE whose
      *  status transition needs a supervisor override is not applied
      *  when it arrives: it is parked here (action P) with its full
      *  payload, and applied only when a different operator approves
      *  it. The decision - approved, rejected, expired, or failed
      *  when the approved update could not be applied - is a later
      *  record for the same pending id. The file is append-only,
      *  like CUSTXREF and CUSTHHLD: an item's current state is the
      *  last record on file for its pending id.
      *================================================================
       01  PENDING-APPROVAL-RECORD.
           05  PAPR-PENDING-ID       PIC X(20).
           05  PAPR-ACTION           PIC X(01).
               88  PAPR-IS-PARKED        VALUE "P".
               88  PAPR-IS-APPROVED      VALUE "A".
               88  PAPR-IS-REJECTED      VALUE "R".
               88  PAPR-IS-EXPIRED       VALUE "X".
               88  PAPR-IS-FAILED        VALUE "F".
           05  PAPR-CUST-ID          PIC X(24).
           05  PAPR-FROM-STATUS      PIC X(10).
           05  PAPR-TO-STATUS        PIC X(10).
           05  PAPR-REASON-CODE      PIC X(10).
           05  PAPR-REQUESTED-BY     PIC X(08).
           05  PAPR-REQUESTED-TS     PIC X(26).
           05  PAPR-DECIDED-BY       PIC X(08).
           05  PAPR-DECIDED-TS       PIC X(26).
           05  PAPR-CORRELATION-ID   PIC X(36).
           05  PAPR-PAYLOAD          PIC X(500).
           05  PAPR-DETAIL           PIC X(60).
