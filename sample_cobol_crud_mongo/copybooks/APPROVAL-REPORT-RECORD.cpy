      *================================================================
      *  APPROVAL-REPORT-RECORD
      *  One line of the CUSTOMER-APPROVAL-EXPIRE report (APPRRPT).
      *  Parked updates that nobody approved or rejected within the
      *  expiry window are listed under EXPIRED - they were closed by
      *  this run and the requester has to submit them again - and
      *  items still inside the window are listed under OPEN with
      *  their age, so the oldest can be chased before they lapse.
      *  Header and summary lines carry only the section and detail.
      *================================================================
       01  APPROVAL-REPORT-RECORD.
           05  APRP-RUN-TIMESTAMP    PIC X(26).
           05  APRP-SECTION          PIC X(08).
           05  APRP-PENDING-ID       PIC X(20).
           05  APRP-CUST-ID          PIC X(24).
           05  APRP-FROM-STATUS      PIC X(10).
           05  APRP-TO-STATUS        PIC X(10).
           05  APRP-REQUESTED-BY     PIC X(08).
           05  APRP-REQUESTED-TS     PIC X(26).
           05  APRP-AGE-DAYS         PIC 9(05).
           05  APRP-DETAIL           PIC X(60).
