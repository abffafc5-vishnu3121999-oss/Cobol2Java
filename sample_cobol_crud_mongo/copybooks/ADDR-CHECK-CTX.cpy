      *================================================================
      *  ADDR-CHECK-CTX
      *  Parameter block for CUSTOMER-ADDR-CHECK, the ZIP/state
      *  reference check shared by CUSTOMER-SERVICE (CREATE/UPDATE
      *  validation) and CUSTOMER-ADDR-QUALITY (nightly scan). The
      *  caller fills the state and ZIP; the check returns a result
      *  code, a message fit for RESP-MESSAGE or a report line, and
      *  the state the ZIP actually belongs to when it is known.
      *================================================================
       01  ADDR-CHECK-CTX.
           05  ADCK-STATE            PIC X(02).
           05  ADCK-ZIP              PIC X(10).
           05  ADCK-RESULT           PIC X(10).
               88  ADCK-VALID            VALUE "VALID".
               88  ADCK-NO-ADDRESS       VALUE "NOADDR".
               88  ADCK-INCOMPLETE       VALUE "INCOMPLETE".
               88  ADCK-BAD-ZIP          VALUE "BADZIP".
               88  ADCK-BAD-STATE        VALUE "BADSTATE".
               88  ADCK-MISMATCH         VALUE "MISMATCH".
               88  ADCK-REF-UNAVAILABLE  VALUE "NOREF".
           05  ADCK-MESSAGE          PIC X(60).
           05  ADCK-ZIP-STATE        PIC X(02).
