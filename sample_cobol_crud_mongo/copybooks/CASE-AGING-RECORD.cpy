      *================================================================
      *  CASE-AGING-RECORD
      *  One line of the CUSTOMER-CASE-LOAD aging report (CASEAGE):
      *  the open exception cases counted by source and by the
      *  operator who holds them (UNCLAIMED for cases nobody has
      *  taken), in age bands from when the exception arose, with
      *  the age of the oldest. A SOURCE line totals each source;
      *  header and summary lines carry only the section and detail.
      *================================================================
       01  CASE-AGING-RECORD.
           05  CAGE-RUN-TIMESTAMP    PIC X(26).
           05  CAGE-SECTION          PIC X(08).
           05  CAGE-SOURCE           PIC X(08).
           05  CAGE-OPERATOR         PIC X(09).
           05  CAGE-OPEN-COUNT       PIC 9(7).
           05  CAGE-AGE-0-1          PIC 9(7).
           05  CAGE-AGE-2-7          PIC 9(7).
           05  CAGE-AGE-8-30         PIC 9(7).
           05  CAGE-AGE-OVER-30      PIC 9(7).
           05  CAGE-OLDEST-DAYS      PIC 9(5).
           05  CAGE-DETAIL           PIC X(60).
