      *================================================================
      *  PARTNER-EXCEPTION-RECORD
      *  One line of the CUSTOMER-PARTNER-CONVERT mapping-exception
      *  report (PTNREXC): a partner onboarding row that could not be
      *  turned into a transaction, with the row number in the
      *  partner's own file so it can be fixed and sent back.
      *================================================================
       01  PARTNER-EXCEPTION-RECORD.
           05  PX-RUN-TIMESTAMP      PIC X(26).
           05  PX-PARTNER-CODE       PIC X(06).
           05  PX-ROW-NO             PIC 9(09).
           05  PX-REASON-CODE        PIC X(10).
           05  PX-FIELD-VALUE        PIC X(60).
           05  PX-DETAIL             PIC X(60).
