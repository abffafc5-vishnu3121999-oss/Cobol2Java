       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RUN-STATS.

      *----------------------------------------------------------------
      * Batch-window run statistics. Each monitored CUSTNITE step
      * program calls this once with RSTC-START as it begins and once
      * with RSTC-END just before its final GOBACK, passing its return
      * code and the volume it processed. The END call appends one
      * RUNSTATS line (batch date, job, program, start, end, elapsed
      * seconds, return code, record count) for CUSTOMER-RUN-TREND to
      * compare against previous nights.
      * The start time is kept for the life of the run unit, so the
      * two calls must come from the same step. A RUNSTATS file that
      * cannot be opened is reported on SYSOUT and otherwise ignored -
      * statistics are never a reason to fail the step being measured.
      * RETURN-CODE is set from RSTC-RETURN-CODE on every return so
      * the step's own return code is what reaches the job.
      * Environment:
      *   CUSTOMER_BATCH_JOB_NAME           job name, default CUSTNITE
      *   CUSTOMER_RUNSTATS_DAY_START_HOUR  hour (00-23, default 12)
      *       before which a run counts toward the previous night
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RUN-STATS-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSTAT-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-STARTED-FLAG       PIC X VALUE "N".
           88  RUN-STARTED           VALUE "Y".
       01  WS-START-TS           PIC X(26) VALUE SPACES.
       01  WS-END-TS             PIC X(26) VALUE SPACES.
       01  WS-JOB-NAME           PIC X(08) VALUE "CUSTNITE".
       01  WS-JOB-NAME-ENV       PIC X(08) VALUE SPACES.
       01  WS-DAY-START-HOUR     PIC 9(02) VALUE 12.
       01  WS-DAY-START-ENV      PIC X(02) VALUE SPACES.
       01  WS-BATCH-DATE         PIC 9(08) VALUE 0.
       01  WS-START-HOUR         PIC 9(02) VALUE 0.
       01  WS-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-TIME-NUM           PIC 9(06) VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-NUM.
           05  WS-TIME-HH            PIC 9(02).
           05  WS-TIME-MM            PIC 9(02).
           05  WS-TIME-SS            PIC 9(02).
       01  WS-START-SECS         PIC 9(12) VALUE 0.
       01  WS-END-SECS           PIC 9(12) VALUE 0.
       01  WS-WORK-SECS          PIC 9(12) VALUE 0.
       01  WS-ELAPSED-SECS       PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION USING RUN-STATS-CTX.
       RUN-STATS-MAIN.
           EVALUATE TRUE
               WHEN RSTC-START
                   PERFORM RECORD-RUN-START
               WHEN RSTC-END
                   PERFORM RECORD-RUN-END
           END-EVALUATE
           MOVE RSTC-RETURN-CODE TO RETURN-CODE
           GOBACK.

       RECORD-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           SET RUN-STARTED TO TRUE
           MOVE 0 TO RSTC-RETURN-CODE RSTC-RECORD-COUNT.

       RECORD-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO WS-END-TS
           IF NOT RUN-STARTED
               MOVE WS-END-TS TO WS-START-TS
           END-IF
           PERFORM LOAD-RUN-STATS-SETTINGS
           MOVE WS-START-TS(1:8) TO WS-DATE-NUM
           MOVE WS-START-TS(9:6) TO WS-TIME-NUM
           PERFORM COMPUTE-TIMESTAMP-SECS
           MOVE WS-WORK-SECS TO WS-START-SECS
           MOVE WS-TIME-HH TO WS-START-HOUR
           MOVE WS-DATE-NUM TO WS-BATCH-DATE
           IF WS-START-HOUR < WS-DAY-START-HOUR
               COMPUTE WS-BATCH-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
           END-IF
           MOVE WS-END-TS(1:8) TO WS-DATE-NUM
           MOVE WS-END-TS(9:6) TO WS-TIME-NUM
           PERFORM COMPUTE-TIMESTAMP-SECS
           MOVE WS-WORK-SECS TO WS-END-SECS
           IF WS-END-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE 0 TO WS-ELAPSED-SECS
           END-IF
           PERFORM APPEND-RUN-STATS-LINE
           MOVE "N" TO WS-STARTED-FLAG.

       LOAD-RUN-STATS-SETTINGS.
           MOVE SPACES TO WS-JOB-NAME-ENV
           ACCEPT WS-JOB-NAME-ENV FROM ENVIRONMENT
               "CUSTOMER_BATCH_JOB_NAME"
           IF WS-JOB-NAME-ENV NOT = SPACES
               MOVE WS-JOB-NAME-ENV TO WS-JOB-NAME
           END-IF
           MOVE SPACES TO WS-DAY-START-ENV
           ACCEPT WS-DAY-START-ENV FROM ENVIRONMENT
               "CUSTOMER_RUNSTATS_DAY_START_HOUR"
           IF WS-DAY-START-ENV IS NUMERIC
               MOVE WS-DAY-START-ENV TO WS-DAY-START-HOUR
               IF WS-DAY-START-HOUR > 23
                   MOVE 12 TO WS-DAY-START-HOUR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Seconds since the start of the integer-date calendar for
      * WS-DATE-NUM/WS-TIME-NUM, so a run that crosses midnight still
      * gets its true elapsed time.
      *----------------------------------------------------------------
       COMPUTE-TIMESTAMP-SECS.
           COMPUTE WS-WORK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
               + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.

       APPEND-RUN-STATS-LINE.
           OPEN EXTEND RUN-STATS-FILE
           IF WS-RSTAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-STATS-FILE
           END-IF
           IF WS-RSTAT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-RUN-STATS: cannot open RUNSTATS, "
                   "status=" WS-RSTAT-FILE-STATUS
                   " - run statistics not recorded for "
                   FUNCTION TRIM(RSTC-PROGRAM-NAME)
           ELSE
               MOVE SPACES TO RUN-STATS-RECORD
               MOVE WS-BATCH-DATE TO RSTAT-BATCH-DATE
               MOVE WS-JOB-NAME TO RSTAT-JOB-NAME
               MOVE RSTC-PROGRAM-NAME TO RSTAT-PROGRAM-NAME
               MOVE WS-START-TS TO RSTAT-START-TS
               MOVE WS-END-TS TO RSTAT-END-TS
               MOVE WS-ELAPSED-SECS TO RSTAT-ELAPSED-SECS
               MOVE RSTC-RETURN-CODE TO RSTAT-RETURN-CODE
               MOVE RSTC-RECORD-COUNT TO RSTAT-RECORD-COUNT
               WRITE RUN-STATS-RECORD
               CLOSE RUN-STATS-FILE
           END-IF.
