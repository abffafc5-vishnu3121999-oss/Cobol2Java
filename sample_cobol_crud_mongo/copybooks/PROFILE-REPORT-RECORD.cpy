      *================================================================
      *  PROFILE-REPORT-RECORD
      *  One line of the CUSTOMER-POP-PROFILE monthly report
      *  (PROFRPT): the customers in one cell of the population
      *  profile this month, last month's figure and the change.
      *  Dimensions, in report order:
      *    TOTAL    ALL
      *    STATUS   ACTIVE / INACTIVE / SUSPENDED
      *    STATE    the two-letter address state
      *    TENURE   0-1 YRS / 1-3 YRS / 3-5 YRS / 5+ YRS from created
      *    CONTACT  contact preference
      *    OPT-IN   marketing opt-in
      *    CONSENT  contact preference / opt-in crossed
      *  A blank field is counted under UNSET; a created timestamp
      *  that is blank or not a date is counted under TENURE UNKNOWN.
      *================================================================
       01  PROFILE-REPORT-RECORD.
           05  PROF-RUN-TIMESTAMP    PIC X(26).
           05  PROF-MONTH            PIC X(06).
      * Blank when there is no earlier month in the history file.
           05  PROF-PRIOR-MONTH      PIC X(06).
           05  PROF-DIMENSION        PIC X(08).
           05  PROF-VALUE            PIC X(12).
           05  PROF-COUNT            PIC 9(09).
           05  PROF-PRIOR-COUNT      PIC 9(09).
           05  PROF-CHANGE-SIGN      PIC X(01).
           05  PROF-CHANGE           PIC 9(09).
      * NEW (no customers in the cell last month), GONE (none this
      * month) or NO-PRIOR (no earlier month to compare against).
           05  PROF-FLAG             PIC X(08).
               88  PROF-NEW-CELL         VALUE "NEW".
               88  PROF-GONE-CELL        VALUE "GONE".
               88  PROF-NO-PRIOR         VALUE "NO-PRIOR".
           05  FILLER                PIC X(26).
