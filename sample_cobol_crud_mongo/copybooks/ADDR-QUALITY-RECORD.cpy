      *================================================================
      *  ADDR-QUALITY-RECORD
      *  One line of the CUSTOMER-ADDR-QUALITY report (ADDRQRPT): a
      *  customer whose stored address fails the ZIP/state reference
      *  check. MAIL-preference customers come first under their own
      *  section, since theirs are the notices that bounce; section
      *  header and summary lines carry only the section and detail.
      *================================================================
       01  ADDR-QUALITY-RECORD.
           05  AQ-RUN-TIMESTAMP      PIC X(26).
           05  AQ-SECTION            PIC X(10).
           05  AQ-CUST-ID            PIC X(24).
           05  AQ-CONTACT-PREF       PIC X(10).
           05  AQ-REASON-CODE        PIC X(10).
           05  AQ-ADDR-STATE         PIC X(02).
           05  AQ-ADDR-ZIP           PIC X(10).
           05  AQ-ZIP-STATE          PIC X(02).
           05  AQ-DETAIL             PIC X(60).
