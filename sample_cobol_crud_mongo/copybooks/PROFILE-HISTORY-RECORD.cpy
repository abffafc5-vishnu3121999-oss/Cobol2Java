      *================================================================
      *  PROFILE-HISTORY-RECORD
      *  One population-profile figure, appended to PROFHIST by every
      *  CUSTOMER-POP-PROFILE run: the count of customers in one
      *  dimension/value cell for the profile month. The next month's
      *  run reads back the latest earlier month's figures to show the
      *  change; a rerun inside the same month appends again and the
      *  last figures for a month win.
      *================================================================
       01  PROFILE-HISTORY-RECORD.
           05  PHST-MONTH            PIC X(06).
           05  PHST-RUN-TIMESTAMP    PIC X(26).
           05  PHST-DIMENSION        PIC X(08).
           05  PHST-VALUE            PIC X(12).
           05  PHST-COUNT            PIC 9(09).
           05  FILLER                PIC X(03).
