       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RUN-TREND.

      *----------------------------------------------------------------
      * Batch-window trend report and "will we finish on time"
      * forecast, run near the end of CUSTNITE ahead of the morning
      * health report. Reads the RUNSTATS history written by
      * CUSTOMER-RUN-STATS and, for each program, compares tonight's
      * run with its average over the previous batch dates: elapsed
      * time, percentage of the average, record volume against the
      * average volume. One TRENDRPT STEP line per program, flagged
      *   SLOWER   elapsed above the slow threshold over the average
      *   NEW      no history yet to compare with
      *   NOT-RUN  has history but no run tonight (bypassed, or not
      *            reached yet) - its average is still owed
      * then one FORECAST line: projected end = the latest step end
      * tonight plus the averages of every NOT-RUN program, against
      * the online-start deadline:
      *   LATE     projected end after the deadline
      *   TIGHT    projected end inside the safety margin
      *   ONTIME   otherwise
      * CUSTOMER-OPS-SUMMARY turns LATE into RED and TIGHT into AMBER.
      * On partitioned nights CUSTNITP's CUSTOMER-API steps stand in
      * for CUSTNITE's STEP010, so a CUSTNITE report takes CUSTNITP
      * lines too, and one night's partition lines count as a single
      * run: tonight from the first partition's start to the last
      * one's end, records summed, worst return code; on prior
      * nights elapsed times are summed, which is exact for the
      * serial member and errs late if the partitions are lifted
      * into parallel jobs.
      * "Tonight" is the batch date of the current time under the
      * same day-start rule CUSTOMER-RUN-STATS uses, so a run after
      * midnight still reports on the night it belongs to.
      * Environment:
      *   CUSTOMER_BATCH_JOB_NAME           job to report, default
      *                                     CUSTNITE
      *   CUSTOMER_RUNSTATS_DEADLINE        online start HHMM, default
      *                                     0600
      *   CUSTOMER_RUNSTATS_MARGIN_MINS     TIGHT margin, default 30
      *   CUSTOMER_RUNSTATS_HISTORY_DAYS    averaging window, default
      *                                     30 batch dates
      *   CUSTOMER_RUNSTATS_SLOW_PCT        SLOWER threshold, percent
      *                                     over average, default 25
      *   CUSTOMER_RUNSTATS_DAY_START_HOUR  default 12
      * Ends RC 8 when RUNSTATS cannot be read or TRENDRPT cannot be
      * written; a LATE forecast alone leaves RC 0 - it is reported
      * through OPS-SUMMARY, not as a failed step.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTAT-FILE-STATUS.
           SELECT RUN-TREND-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RUN-STATS-RECORD.cpy".

       FD  RUN-TREND-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RUN-TREND-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RSTAT-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-TRND-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-RSTAT-EOF          PIC X VALUE "N".
           88  RSTAT-EOF             VALUE "Y".
       01  WS-FILE-UNUSABLE-FLAG PIC X VALUE "N".
           88  FILE-UNUSABLE         VALUE "Y".
       01  WS-RUN-TIMESTAMP      PIC X(26).

       01  WS-JOB-NAME           PIC X(08) VALUE "CUSTNITE".
       01  WS-JOB-NAME-ENV       PIC X(08) VALUE SPACES.
       01  WS-PART-JOB-NAME      PIC X(08) VALUE "CUSTNITP".
       01  WS-PART-LINE-FLAG     PIC X VALUE "N".
           88  PART-LINE             VALUE "Y".
       01  WS-DEADLINE-HHMM      PIC 9(04) VALUE 0600.
       01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
           05  WS-DEADLINE-HH        PIC 9(02).
           05  WS-DEADLINE-MM        PIC 9(02).
       01  WS-DEADLINE-ENV       PIC X(04) VALUE SPACES.
       01  WS-MARGIN-MINS        PIC 9(04) VALUE 30.
       01  WS-HISTORY-DAYS       PIC 9(04) VALUE 30.
       01  WS-SLOW-PCT           PIC 9(04) VALUE 25.
       01  WS-DAY-START-HOUR     PIC 9(02) VALUE 12.
       01  WS-SETTING-ENV        PIC X(04) VALUE SPACES.

       01  WS-BATCH-DATE         PIC 9(08) VALUE 0.
       01  WS-BATCH-INT          PIC 9(08) VALUE 0.
       01  WS-LINE-INT           PIC 9(08) VALUE 0.
       01  WS-DAYS-BACK          PIC S9(08) VALUE 0.
       01  WS-DATE-NUM           PIC 9(08) VALUE 0.
       01  WS-TIME-NUM           PIC 9(06) VALUE 0.
       01  WS-TIME-PARTS REDEFINES WS-TIME-NUM.
           05  WS-TIME-HH            PIC 9(02).
           05  WS-TIME-MM            PIC 9(02).
           05  WS-TIME-SS            PIC 9(02).
       01  WS-WORK-SECS          PIC 9(12) VALUE 0.
       01  WS-SPAN-START-SECS    PIC 9(12) VALUE 0.
       01  WS-WORK-DAYS          PIC 9(08) VALUE 0.
       01  WS-WORK-REM           PIC 9(06) VALUE 0.
       01  WS-WORK-TS            PIC X(26) VALUE SPACES.
       01  WS-CLOCK-TEXT         PIC X(08) VALUE SPACES.

       01  WS-NOW-SECS           PIC 9(12) VALUE 0.
       01  WS-LAST-END-SECS      PIC 9(12) VALUE 0.
       01  WS-OWED-SECS          PIC 9(12) VALUE 0.
       01  WS-PROJECTED-SECS     PIC 9(12) VALUE 0.
       01  WS-DEADLINE-SECS      PIC 9(12) VALUE 0.
       01  WS-FORECAST           PIC X(08) VALUE SPACES.
       01  WS-MINUTES-SPARE      PIC 9(05) VALUE 0.
       01  WS-MINUTES-LATE       PIC 9(05) VALUE 0.
       01  WS-SLOW-STEP-COUNT    PIC 9(03) VALUE 0.
       01  WS-NOT-RUN-COUNT      PIC 9(03) VALUE 0.
       01  WS-LINES-READ-COUNT   PIC 9(09) VALUE 0.
       01  WS-TONIGHT-RUN-COUNT  PIC 9(04) VALUE 0.

      * One entry per program seen in the history, in order of first
      * appearance - near enough the job's own step order. A rerun
      * tonight replaces the earlier run's figures.
       01  WS-PGM-MAX            PIC 9(02) VALUE 40.
       01  WS-PGM-COUNT          PIC 9(02) VALUE 0.
       01  WS-PGM-OVERFLOW-FLAG  PIC X VALUE "N".
           88  PGM-TABLE-OVERFLOW    VALUE "Y".
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 40 TIMES INDEXED BY WS-PGM-IDX.
               10  WS-PGM-NAME           PIC X(30).
               10  WS-PGM-TONIGHT-FLAG   PIC X.
                   88  PGM-RAN-TONIGHT       VALUE "Y".
               10  WS-PGM-TONIGHT-PART   PIC X.
                   88  PGM-TONIGHT-PARTS     VALUE "Y".
               10  WS-PGM-PART-DATE      PIC X(08).
               10  WS-PGM-START-TS       PIC X(26).
               10  WS-PGM-END-TS         PIC X(26).
               10  WS-PGM-ELAPSED        PIC 9(07).
               10  WS-PGM-RC             PIC 9(04).
               10  WS-PGM-RECORDS        PIC 9(09).
               10  WS-PGM-PRIOR-RUNS     PIC 9(03).
               10  WS-PGM-PRIOR-ELAPSED  PIC 9(11).
               10  WS-PGM-PRIOR-RECORDS  PIC 9(13).
       01  WS-FOUND-FLAG         PIC X VALUE "N".
           88  PGM-FOUND             VALUE "Y".
       01  WS-AVG-ELAPSED        PIC 9(07) VALUE 0.
       01  WS-AVG-RECORDS        PIC 9(09) VALUE 0.
       01  WS-PCT-OF-AVG         PIC 9(05) VALUE 0.

       01  WS-COUNT-ED           PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM LOAD-TREND-SETTINGS
           PERFORM DERIVE-BATCH-DATE
           PERFORM LOAD-RUN-STATISTICS
           OPEN EXTEND RUN-TREND-FILE
           IF WS-TRND-FILE-STATUS NOT = "00"
               OPEN OUTPUT RUN-TREND-FILE
           END-IF
           IF WS-TRND-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-RUN-TREND: cannot open TRENDRPT, "
                   "status=" WS-TRND-FILE-STATUS
               SET FILE-UNUSABLE TO TRUE
           ELSE
               PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                       UNTIL WS-PGM-IDX > WS-PGM-COUNT
                   PERFORM WRITE-STEP-LINE
               END-PERFORM
               PERFORM COMPUTE-FORECAST
               PERFORM WRITE-FORECAST-LINE
               CLOSE RUN-TREND-FILE
           END-IF
           PERFORM WRITE-SUMMARY
           IF FILE-UNUSABLE
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-TREND-SETTINGS.
           MOVE SPACES TO WS-JOB-NAME-ENV
           ACCEPT WS-JOB-NAME-ENV FROM ENVIRONMENT
               "CUSTOMER_BATCH_JOB_NAME"
           IF WS-JOB-NAME-ENV NOT = SPACES
               MOVE WS-JOB-NAME-ENV TO WS-JOB-NAME
           END-IF
           MOVE SPACES TO WS-DEADLINE-ENV
           ACCEPT WS-DEADLINE-ENV FROM ENVIRONMENT
               "CUSTOMER_RUNSTATS_DEADLINE"
           IF WS-DEADLINE-ENV IS NUMERIC
               MOVE WS-DEADLINE-ENV TO WS-DEADLINE-HHMM
               IF WS-DEADLINE-HH > 23 OR WS-DEADLINE-MM > 59
                   DISPLAY "CUSTOMER-RUN-TREND: deadline "
                       WS-DEADLINE-ENV " is not a valid HHMM, "
                       "using 0600"
                   MOVE 0600 TO WS-DEADLINE-HHMM
               END-IF
           END-IF
           MOVE SPACES TO WS-SETTING-ENV
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT
               "CUSTOMER_RUNSTATS_MARGIN_MINS"
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV) TO WS-MARGIN-MINS
           END-IF
           MOVE SPACES TO WS-SETTING-ENV
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT
               "CUSTOMER_RUNSTATS_HISTORY_DAYS"
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV) TO WS-HISTORY-DAYS
           END-IF
           IF WS-HISTORY-DAYS = 0
               MOVE 30 TO WS-HISTORY-DAYS
           END-IF
           MOVE SPACES TO WS-SETTING-ENV
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT
               "CUSTOMER_RUNSTATS_SLOW_PCT"
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV) TO WS-SLOW-PCT
           END-IF
           MOVE SPACES TO WS-SETTING-ENV
           ACCEPT WS-SETTING-ENV FROM ENVIRONMENT
               "CUSTOMER_RUNSTATS_DAY_START_HOUR"
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV)
                   TO WS-DAY-START-HOUR
               IF WS-DAY-START-HOUR > 23
                   MOVE 12 TO WS-DAY-START-HOUR
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Tonight's batch date, and the deadline on the clock: a
      * deadline hour before the day-start hour falls on the morning
      * after the batch date, otherwise on the batch date itself.
      *----------------------------------------------------------------
       DERIVE-BATCH-DATE.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DATE-NUM
           MOVE WS-RUN-TIMESTAMP(9:6) TO WS-TIME-NUM
           PERFORM COMPUTE-TIMESTAMP-SECS
           MOVE WS-WORK-SECS TO WS-NOW-SECS
           MOVE WS-DATE-NUM TO WS-BATCH-DATE
           IF WS-TIME-HH < WS-DAY-START-HOUR
               COMPUTE WS-BATCH-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
           END-IF
           COMPUTE WS-BATCH-INT =
               FUNCTION INTEGER-OF-DATE(WS-BATCH-DATE)
           COMPUTE WS-DEADLINE-SECS = WS-BATCH-INT * 86400
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           IF WS-DEADLINE-HH < WS-DAY-START-HOUR
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF.

       LOAD-RUN-STATISTICS.
           MOVE "N" TO WS-RSTAT-EOF
           OPEN INPUT RUN-STATS-FILE
           IF WS-RSTAT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-RUN-TREND: cannot open RUNSTATS, "
                   "status=" WS-RSTAT-FILE-STATUS
               SET FILE-UNUSABLE TO TRUE
               SET RSTAT-EOF TO TRUE
           END-IF
           PERFORM UNTIL RSTAT-EOF
               READ RUN-STATS-FILE
                   AT END
                       SET RSTAT-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-ONE-RUN
               END-READ
           END-PERFORM
           IF WS-RSTAT-FILE-STATUS NOT = "35"
               CLOSE RUN-STATS-FILE
           END-IF.

       TALLY-ONE-RUN.
           ADD 1 TO WS-LINES-READ-COUNT
           MOVE "N" TO WS-PART-LINE-FLAG
           IF RSTAT-JOB-NAME = WS-PART-JOB-NAME
                   AND (WS-JOB-NAME = "CUSTNITE"
                        OR WS-JOB-NAME = WS-PART-JOB-NAME)
               SET PART-LINE TO TRUE
           END-IF
           IF (RSTAT-JOB-NAME = WS-JOB-NAME OR PART-LINE)
                   AND RSTAT-BATCH-DATE IS NUMERIC
               MOVE RSTAT-BATCH-DATE TO WS-DATE-NUM
               COMPUTE WS-LINE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-BACK = WS-BATCH-INT - WS-LINE-INT
               IF WS-DAYS-BACK >= 0
                       AND WS-DAYS-BACK <= WS-HISTORY-DAYS
                   PERFORM FIND-PROGRAM-ENTRY
                   IF PGM-FOUND
                       EVALUATE TRUE
                       WHEN WS-DAYS-BACK = 0
                               AND PART-LINE
                               AND PGM-TONIGHT-PARTS(WS-PGM-IDX)
                           PERFORM MERGE-TONIGHT-PARTITION
                       WHEN WS-DAYS-BACK = 0
                           PERFORM TAKE-TONIGHT-RUN
                       WHEN PART-LINE AND RSTAT-BATCH-DATE =
                               WS-PGM-PART-DATE(WS-PGM-IDX)
                           ADD RSTAT-ELAPSED-SECS
                               TO WS-PGM-PRIOR-ELAPSED(WS-PGM-IDX)
                           ADD RSTAT-RECORD-COUNT
                               TO WS-PGM-PRIOR-RECORDS(WS-PGM-IDX)
                       WHEN OTHER
                           IF PART-LINE
                               MOVE RSTAT-BATCH-DATE
                                   TO WS-PGM-PART-DATE(WS-PGM-IDX)
                           END-IF
                           ADD 1 TO WS-PGM-PRIOR-RUNS(WS-PGM-IDX)
                           ADD RSTAT-ELAPSED-SECS
                               TO WS-PGM-PRIOR-ELAPSED(WS-PGM-IDX)
                           ADD RSTAT-RECORD-COUNT
                               TO WS-PGM-PRIOR-RECORDS(WS-PGM-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT OR PGM-FOUND
               IF WS-PGM-NAME(WS-PGM-IDX) = RSTAT-PROGRAM-NAME
                   SET PGM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PGM-FOUND
               SET WS-PGM-IDX DOWN BY 1
           ELSE
               IF WS-PGM-COUNT < WS-PGM-MAX
                   ADD 1 TO WS-PGM-COUNT
                   SET WS-PGM-IDX TO WS-PGM-COUNT
                   INITIALIZE WS-PGM-ENTRY(WS-PGM-IDX)
                   MOVE RSTAT-PROGRAM-NAME TO WS-PGM-NAME(WS-PGM-IDX)
                   MOVE "N" TO WS-PGM-TONIGHT-FLAG(WS-PGM-IDX)
                   MOVE "N" TO WS-PGM-TONIGHT-PART(WS-PGM-IDX)
                   SET PGM-FOUND TO TRUE
               ELSE
                   IF NOT PGM-TABLE-OVERFLOW
                       DISPLAY "CUSTOMER-RUN-TREND: more than "
                           WS-PGM-MAX " programs in RUNSTATS, "
                           FUNCTION TRIM(RSTAT-PROGRAM-NAME)
                           " and later ones not reported"
                   END-IF
                   SET PGM-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       TAKE-TONIGHT-RUN.
           IF NOT PGM-RAN-TONIGHT(WS-PGM-IDX)
               ADD 1 TO WS-TONIGHT-RUN-COUNT
           END-IF
           SET PGM-RAN-TONIGHT(WS-PGM-IDX) TO TRUE
           MOVE "N" TO WS-PGM-TONIGHT-PART(WS-PGM-IDX)
           IF PART-LINE
               SET PGM-TONIGHT-PARTS(WS-PGM-IDX) TO TRUE
           END-IF
           MOVE RSTAT-START-TS TO WS-PGM-START-TS(WS-PGM-IDX)
           MOVE RSTAT-END-TS TO WS-PGM-END-TS(WS-PGM-IDX)
           MOVE RSTAT-ELAPSED-SECS TO WS-PGM-ELAPSED(WS-PGM-IDX)
           MOVE RSTAT-RETURN-CODE TO WS-PGM-RC(WS-PGM-IDX)
           MOVE RSTAT-RECORD-COUNT TO WS-PGM-RECORDS(WS-PGM-IDX)
           IF RSTAT-END-TS(1:14) IS NUMERIC
               MOVE RSTAT-END-TS(1:8) TO WS-DATE-NUM
               MOVE RSTAT-END-TS(9:6) TO WS-TIME-NUM
               PERFORM COMPUTE-TIMESTAMP-SECS
               IF WS-WORK-SECS > WS-LAST-END-SECS
                   MOVE WS-WORK-SECS TO WS-LAST-END-SECS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A further partition line for tonight widens the run to span
      * every partition: earliest start, latest end, elapsed the
      * wall-clock time between them, records summed, worst RC.
      *----------------------------------------------------------------
       MERGE-TONIGHT-PARTITION.
           IF RSTAT-START-TS(1:14) < WS-PGM-START-TS(WS-PGM-IDX)(1:14)
               MOVE RSTAT-START-TS TO WS-PGM-START-TS(WS-PGM-IDX)
           END-IF
           IF RSTAT-END-TS(1:14) > WS-PGM-END-TS(WS-PGM-IDX)(1:14)
               MOVE RSTAT-END-TS TO WS-PGM-END-TS(WS-PGM-IDX)
           END-IF
           IF RSTAT-RETURN-CODE > WS-PGM-RC(WS-PGM-IDX)
               MOVE RSTAT-RETURN-CODE TO WS-PGM-RC(WS-PGM-IDX)
           END-IF
           ADD RSTAT-RECORD-COUNT TO WS-PGM-RECORDS(WS-PGM-IDX)
           IF WS-PGM-START-TS(WS-PGM-IDX)(1:14) IS NUMERIC
                   AND WS-PGM-END-TS(WS-PGM-IDX)(1:14) IS NUMERIC
               MOVE WS-PGM-START-TS(WS-PGM-IDX)(1:8) TO WS-DATE-NUM
               MOVE WS-PGM-START-TS(WS-PGM-IDX)(9:6) TO WS-TIME-NUM
               PERFORM COMPUTE-TIMESTAMP-SECS
               MOVE WS-WORK-SECS TO WS-SPAN-START-SECS
               MOVE WS-PGM-END-TS(WS-PGM-IDX)(1:8) TO WS-DATE-NUM
               MOVE WS-PGM-END-TS(WS-PGM-IDX)(9:6) TO WS-TIME-NUM
               PERFORM COMPUTE-TIMESTAMP-SECS
               IF WS-WORK-SECS > WS-SPAN-START-SECS
                   COMPUTE WS-PGM-ELAPSED(WS-PGM-IDX) =
                       WS-WORK-SECS - WS-SPAN-START-SECS
               END-IF
               IF WS-WORK-SECS > WS-LAST-END-SECS
                   MOVE WS-WORK-SECS TO WS-LAST-END-SECS
               END-IF
           ELSE
               ADD RSTAT-ELAPSED-SECS TO WS-PGM-ELAPSED(WS-PGM-IDX)
           END-IF.

       WRITE-STEP-LINE.
           MOVE 0 TO WS-AVG-ELAPSED WS-AVG-RECORDS WS-PCT-OF-AVG
           IF WS-PGM-PRIOR-RUNS(WS-PGM-IDX) > 0
               COMPUTE WS-AVG-ELAPSED ROUNDED =
                   WS-PGM-PRIOR-ELAPSED(WS-PGM-IDX)
                   / WS-PGM-PRIOR-RUNS(WS-PGM-IDX)
               COMPUTE WS-AVG-RECORDS ROUNDED =
                   WS-PGM-PRIOR-RECORDS(WS-PGM-IDX)
                   / WS-PGM-PRIOR-RUNS(WS-PGM-IDX)
           END-IF
           MOVE SPACES TO RUN-TREND-RECORD
           MOVE WS-RUN-TIMESTAMP TO TRND-RUN-TIMESTAMP
           MOVE WS-BATCH-DATE TO TRND-BATCH-DATE
           SET TRND-STEP-LINE TO TRUE
           MOVE WS-PGM-NAME(WS-PGM-IDX) TO TRND-PROGRAM-NAME
           MOVE WS-AVG-ELAPSED TO TRND-AVG-ELAPSED-SECS
           MOVE WS-PGM-PRIOR-RUNS(WS-PGM-IDX) TO TRND-AVG-RUNS
           MOVE WS-AVG-RECORDS TO TRND-AVG-RECORD-COUNT
           IF PGM-RAN-TONIGHT(WS-PGM-IDX)
               MOVE WS-PGM-START-TS(WS-PGM-IDX) TO WS-WORK-TS
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-CLOCK-TEXT TO TRND-START-TIME
               MOVE WS-PGM-END-TS(WS-PGM-IDX) TO WS-WORK-TS
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-CLOCK-TEXT TO TRND-END-TIME
               MOVE WS-PGM-ELAPSED(WS-PGM-IDX) TO TRND-ELAPSED-SECS
               MOVE WS-PGM-RC(WS-PGM-IDX) TO TRND-RETURN-CODE
               MOVE WS-PGM-RECORDS(WS-PGM-IDX) TO TRND-RECORD-COUNT
               EVALUATE TRUE
                   WHEN WS-PGM-PRIOR-RUNS(WS-PGM-IDX) = 0
                       MOVE "NEW" TO TRND-FLAG
                   WHEN WS-AVG-ELAPSED = 0
                       MOVE "NORMAL" TO TRND-FLAG
                   WHEN OTHER
                       COMPUTE WS-PCT-OF-AVG ROUNDED =
                           WS-PGM-ELAPSED(WS-PGM-IDX) * 100
                           / WS-AVG-ELAPSED
                       IF WS-PCT-OF-AVG > 100 + WS-SLOW-PCT
                           SET TRND-SLOWER TO TRUE
                           ADD 1 TO WS-SLOW-STEP-COUNT
                       ELSE
                           MOVE "NORMAL" TO TRND-FLAG
                       END-IF
               END-EVALUATE
               MOVE WS-PCT-OF-AVG TO TRND-PCT-OF-AVG
           ELSE
               MOVE 0 TO TRND-ELAPSED-SECS TRND-RETURN-CODE
               MOVE 0 TO TRND-RECORD-COUNT TRND-PCT-OF-AVG
               SET TRND-NOT-RUN TO TRUE
               ADD 1 TO WS-NOT-RUN-COUNT
               ADD WS-AVG-ELAPSED TO WS-OWED-SECS
           END-IF
           WRITE RUN-TREND-RECORD.

      *----------------------------------------------------------------
      * With nothing recorded tonight the projection starts from now.
      *----------------------------------------------------------------
       COMPUTE-FORECAST.
           IF WS-LAST-END-SECS = 0
               MOVE WS-NOW-SECS TO WS-LAST-END-SECS
           END-IF
           COMPUTE WS-PROJECTED-SECS = WS-LAST-END-SECS + WS-OWED-SECS
           MOVE 0 TO WS-MINUTES-SPARE WS-MINUTES-LATE
           EVALUATE TRUE
               WHEN WS-PROJECTED-SECS > WS-DEADLINE-SECS
                   MOVE "LATE" TO WS-FORECAST
                   COMPUTE WS-MINUTES-LATE =
                       (WS-PROJECTED-SECS - WS-DEADLINE-SECS + 59) / 60
               WHEN WS-PROJECTED-SECS + WS-MARGIN-MINS * 60
                       > WS-DEADLINE-SECS
                   MOVE "TIGHT" TO WS-FORECAST
                   COMPUTE WS-MINUTES-SPARE =
                       (WS-DEADLINE-SECS - WS-PROJECTED-SECS) / 60
               WHEN OTHER
                   MOVE "ONTIME" TO WS-FORECAST
                   COMPUTE WS-MINUTES-SPARE =
                       (WS-DEADLINE-SECS - WS-PROJECTED-SECS) / 60
           END-EVALUATE.

       WRITE-FORECAST-LINE.
           MOVE SPACES TO RUN-TREND-RECORD
           MOVE WS-RUN-TIMESTAMP TO TRND-RUN-TIMESTAMP
           MOVE WS-BATCH-DATE TO TRND-BATCH-DATE
           SET TRND-FORECAST-LINE TO TRUE
           MOVE WS-PROJECTED-SECS TO WS-WORK-SECS
           PERFORM FORMAT-SECS-AS-TIMESTAMP
           MOVE WS-WORK-TS TO TRND-PROJECTED-END-TS
           MOVE WS-DEADLINE-SECS TO WS-WORK-SECS
           PERFORM FORMAT-SECS-AS-TIMESTAMP
           MOVE WS-WORK-TS TO TRND-DEADLINE-TS
           MOVE WS-FORECAST TO TRND-FORECAST
           MOVE WS-MINUTES-SPARE TO TRND-MINUTES-SPARE
           MOVE WS-MINUTES-LATE TO TRND-MINUTES-LATE
           MOVE WS-SLOW-STEP-COUNT TO TRND-SLOW-STEP-COUNT
           MOVE WS-NOT-RUN-COUNT TO TRND-NOT-RUN-COUNT
           WRITE RUN-TREND-RECORD.

      *----------------------------------------------------------------
      * Seconds since the start of the integer-date calendar, the
      * same reckoning CUSTOMER-RUN-STATS uses for elapsed time.
      *----------------------------------------------------------------
       COMPUTE-TIMESTAMP-SECS.
           COMPUTE WS-WORK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
               + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.

      * Back from seconds to a CURRENT-DATE style YYYYMMDDhhmmss.
       FORMAT-SECS-AS-TIMESTAMP.
           DIVIDE WS-WORK-SECS BY 86400 GIVING WS-WORK-DAYS
               REMAINDER WS-WORK-REM
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
           DIVIDE WS-WORK-REM BY 3600 GIVING WS-TIME-HH
               REMAINDER WS-WORK-REM
           DIVIDE WS-WORK-REM BY 60 GIVING WS-TIME-MM
               REMAINDER WS-TIME-SS
           MOVE SPACES TO WS-WORK-TS
           MOVE WS-DATE-NUM TO WS-WORK-TS(1:8)
           MOVE WS-TIME-NUM TO WS-WORK-TS(9:6).

       FORMAT-CLOCK-TIME.
           MOVE SPACES TO WS-CLOCK-TEXT
           STRING WS-WORK-TS(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-WORK-TS(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-WORK-TS(13:2) DELIMITED BY SIZE
               INTO WS-CLOCK-TEXT
           END-STRING.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-RUN-TREND: batchDate=" WS-BATCH-DATE
               " job=" FUNCTION TRIM(WS-JOB-NAME)
               " linesRead=" WS-LINES-READ-COUNT
               " programs=" WS-PGM-COUNT
               " ranTonight=" WS-TONIGHT-RUN-COUNT
               " slower=" WS-SLOW-STEP-COUNT
               " notRun=" WS-NOT-RUN-COUNT
           IF WS-FORECAST NOT = SPACES
               MOVE WS-PROJECTED-SECS TO WS-WORK-SECS
               PERFORM FORMAT-SECS-AS-TIMESTAMP
               PERFORM FORMAT-CLOCK-TIME
               DISPLAY "CUSTOMER-RUN-TREND: forecast="
                   FUNCTION TRIM(WS-FORECAST)
                   " projectedEnd=" WS-CLOCK-TEXT
                   " deadline=" WS-DEADLINE-HH ":" WS-DEADLINE-MM
               IF WS-FORECAST = "LATE"
                   MOVE WS-MINUTES-LATE TO WS-COUNT-ED
                   DISPLAY "CUSTOMER-RUN-TREND: *** WARNING *** "
                       "batch window projected to overrun online "
                       "start by " FUNCTION TRIM(WS-COUNT-ED)
                       " minute(s)"
               END-IF
           END-IF.
