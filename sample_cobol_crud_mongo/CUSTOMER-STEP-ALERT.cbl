      * (e.g. PARM='STEP010 CUSTOMER-API'), which this program writes
      * to SYSOUT and to OPSALERT so operations has a durable record
      * of which step needs attention instead of relying on someone
      * noticing it in SYSOUT. Jobs other than CUSTNITE name
      * themselves in an optional third PARM word (e.g.
      * PARM='STEP010 CUSTOMER-INTEGRITY CUSTINTG').
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-REMAINDER          PIC X(80).
       01  WS-FAILED-STEP-NAME   PIC X(08).
       01  WS-FAILED-PROGRAM     PIC X(22).
       01  WS-FAILED-JOB-NAME    PIC X(08).

       LINKAGE SECTION.
       01  PARM-INFO.

       PARSE-PARM.
           MOVE SPACES TO WS-FAILED-STEP-NAME WS-FAILED-PROGRAM
           MOVE SPACES TO WS-FAILED-JOB-NAME
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           IF PARM-LENGTH > 0
               UNSTRING PARM-TEXT(1:PARM-LENGTH) DELIMITED BY " "
                   INTO WS-FAILED-STEP-NAME WS-REMAINDER
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-REMAINDER) TO WS-JUNK
               UNSTRING WS-JUNK DELIMITED BY ALL " "
                   INTO WS-FAILED-PROGRAM WS-FAILED-JOB-NAME
               END-UNSTRING
           END-IF
           IF WS-FAILED-JOB-NAME = SPACES
               MOVE "CUSTNITE" TO WS-FAILED-JOB-NAME
           END-IF.

       OPEN-OPS-ALERT-FILE.

       WRITE-ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE WS-FAILED-JOB-NAME TO ALERT-JOB-NAME
           MOVE WS-FAILED-STEP-NAME TO ALERT-STEP-NAME
           MOVE WS-FAILED-PROGRAM TO ALERT-PROGRAM-NAME
           MOVE SPACES TO ALERT-MESSAGE
