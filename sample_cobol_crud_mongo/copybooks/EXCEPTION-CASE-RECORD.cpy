      *================================================================
      *  EXCEPTION-CASE-RECORD
      *  One event on an exception case in the persistent work-queue
      *  file (EXCCASES). CUSTOMER-CASE-LOAD opens a case (action O)
      *  for every new EDITRPT reject, TXNDUPQ quarantined duplicate
      *  and DEADPARK parked dead letter; operators then claim (C) and
      *  close (X) it from the CUSTOMER-INQUIRY work-queue screen.
      *  Every event repeats the whole case, transaction image
      *  included, with its own action, operator and time filled in.
      *  The file is append-only, like CUSTAPPR: a case's current
      *  state is the last record on file for its case id.
      *================================================================
       01  EXCEPTION-CASE-RECORD.
           05  EXC-CASE-ID           PIC X(12).
           05  EXC-ACTION            PIC X(01).
               88  EXC-IS-OPENED         VALUE "O".
               88  EXC-IS-CLAIMED        VALUE "C".
               88  EXC-IS-CLOSED         VALUE "X".
           05  EXC-SOURCE            PIC X(08).
               88  EXC-FROM-EDITRPT      VALUE "EDITRPT".
               88  EXC-FROM-TXNDUPQ      VALUE "TXNDUPQ".
               88  EXC-FROM-DEADPARK     VALUE "DEADPARK".
      * When the exception arose (the edit run, the night it was
      * quarantined, or when it first dead-lettered) - ages count
      * from here, not from when the case was loaded.
           05  EXC-RAISED-TS         PIC X(26).
           05  EXC-CUST-ID           PIC X(24).
           05  EXC-OPERATION         PIC X(14).
           05  EXC-CORRELATION-ID    PIC X(36).
           05  EXC-REASON-CODE       PIC X(10).
           05  EXC-ASSIGNED-TO       PIC X(08).
           05  EXC-RESOLUTION        PIC X(10).
               88  EXC-RES-FIXED         VALUE "FIXED".
               88  EXC-RES-DISCARDED     VALUE "DISCARDED".
               88  EXC-RES-DUPLICATE     VALUE "DUPLICATE".
           05  EXC-CHANGED-BY        PIC X(08).
           05  EXC-CHANGED-TS        PIC X(26).
           05  EXC-DETAIL            PIC X(60).
           05  EXC-TXN-IMAGE         PIC X(601).
