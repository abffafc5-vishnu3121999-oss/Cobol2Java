      *================================================================
      *  CASE-CTL-RECORD
      *  One-record control file (CASECTL) for CUSTOMER-CASE-LOAD:
      *  the last case number issued, and how far into each
      *  exception source the previous runs have already loaded, so
      *  a reject or parked item is opened as a case exactly once.
      *  EDITRPT and DEADPARK accumulate across nights, so they keep
      *  a high-water mark (the last edit run's timestamp, and the
      *  count of parked records already taken); TXNDUPQ is rewritten
      *  every night, so it keeps the date it was last loaded.
      *  Rewritten at the end of every run.
      *================================================================
       01  CASE-CTL-RECORD.
           05  CCTL-LAST-CASE-SEQ    PIC 9(10).
           05  CCTL-EDIT-LAST-RUN-TS PIC X(26).
           05  CCTL-PARK-LOADED      PIC 9(9).
           05  CCTL-DUPQ-LOADED-DATE PIC X(8).
           05  CCTL-LAST-RUN-TS      PIC X(26).
