      *================================================================
      *  DORMANT-REVIEW-RECORD
      *  One line of the CUSTOMER-DORMANCY review report (DORMRPT).
      *  A DORMANT line is a customer being moved to INACTIVE by the
      *  UPDATE transaction carrying DREV-CORRELATION-ID; an EXEMPT
      *  line is a customer that qualified but is on the do-not-
      *  dormant list and was left ACTIVE. SUMMARY lines carry only
      *  the detail text. Dates are YYYYMMDD; a blank last-activity
      *  or last-note date means none was found at all.
      *================================================================
       01  DORMANT-REVIEW-RECORD.
           05  DREV-RUN-TIMESTAMP    PIC X(26).
           05  DREV-LINE-TYPE        PIC X(08).
               88  DREV-DORMANT          VALUE "DORMANT".
               88  DREV-EXEMPT           VALUE "EXEMPT".
               88  DREV-SUMMARY          VALUE "SUMMARY".
           05  DREV-CUST-ID          PIC X(24).
           05  DREV-NAME             PIC X(60).
           05  DREV-CREATED-DATE     PIC X(08).
           05  DREV-LAST-AUDIT-DATE  PIC X(08).
           05  DREV-LAST-NOTE-DATE   PIC X(08).
           05  DREV-EXEMPT-REASON    PIC X(10).
           05  DREV-CORRELATION-ID   PIC X(36).
           05  DREV-DETAIL           PIC X(60).
           05  FILLER                PIC X(02).
