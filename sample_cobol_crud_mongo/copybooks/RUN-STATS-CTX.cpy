      *================================================================
      *  RUN-STATS-CTX
      *  Parameter block for CUSTOMER-RUN-STATS, called by every
      *  CUSTNITE step program once as it starts (RSTC-START, with
      *  its program name) and once just before it ends (RSTC-END,
      *  with its final return code and record volume). The END call
      *  hands RSTC-RETURN-CODE back as RETURN-CODE, so the step's
      *  own return code still reaches the job.
      *================================================================
       01  RUN-STATS-CTX.
           05  RSTC-FUNCTION         PIC X(05).
               88  RSTC-START            VALUE "START".
               88  RSTC-END              VALUE "END".
           05  RSTC-PROGRAM-NAME     PIC X(30).
           05  RSTC-RETURN-CODE      PIC 9(04).
           05  RSTC-RECORD-COUNT     PIC 9(09).
