      *================================================================
      *  SAR-PACKAGE-RECORD
      *  One line of the CUSTOMER-SAR-PACKAGE disclosure package
      *  (SARPKG): everything held about the customer named in a
      *  subject-access request, as printable text. The COVER section
      *  comes first and summarises what each later section holds;
      *  lines within a section are numbered from 1 in SARP-LINE-NO.
      *================================================================
       01  SAR-PACKAGE-RECORD.
           05  SARP-SUBJECT-ID       PIC X(24).
           05  SARP-SECTION          PIC X(10).
               88  SARP-COVER            VALUE "COVER".
               88  SARP-CUSTOMER         VALUE "CUSTOMER".
               88  SARP-NOTES            VALUE "NOTES".
               88  SARP-HISTORY          VALUE "HISTORY".
               88  SARP-NOTICES          VALUE "NOTICES".
               88  SARP-ARCHIVE          VALUE "ARCHIVE".
               88  SARP-CONSENT          VALUE "CONSENT".
               88  SARP-HOUSEHOLD        VALUE "HOUSEHOLD".
               88  SARP-MERGES           VALUE "MERGES".
           05  SARP-LINE-NO          PIC 9(5).
           05  SARP-TEXT             PIC X(132).
