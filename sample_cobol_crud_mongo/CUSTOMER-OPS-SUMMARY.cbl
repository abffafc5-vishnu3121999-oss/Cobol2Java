      * mid-chain). Pulls the run date's story out of the five files
      * operations used to open by hand - OPSALERT (step failures),
      * TXNLOG (transaction outcomes), TXNDEAD (newly dead-lettered
      * work), TXNDUPQ (tonight's duplicate quarantine), RECONHIST
      * (drift against the recent average) and TRENDRPT (the batch
      * window forecast from CUSTOMER-RUN-TREND) - and writes one
      * OPSSUMM page with an overall RED/AMBER/GREEN line at the top:
      *   RED    a step failed, transactions dead-lettered, or the
      *          batch window is forecast to overrun online start
      *   AMBER  transaction failures, quarantined duplicates,
      *          recon drift above twice the recent average, the
      *          inquiry desk running on the CUSTMAST fallback, or
      *          the batch window finishing inside its safety margin
      *   GREEN  none of the above
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT RECON-HISTORY-FILE ASSIGN TO "RECONHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-TREND-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRND-FILE-STATUS.
           SELECT OPS-SUMMARY-FILE ASSIGN TO "OPSSUMM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMM-FILE-STATUS.
           RECORDING MODE IS F.
       COPY "copybooks/RECON-HISTORY-RECORD.cpy".

       FD  RUN-TREND-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RUN-TREND-RECORD.cpy".

       FD  OPS-SUMMARY-FILE
           RECORDING MODE IS F.
       COPY "copybooks/OPS-SUMMARY-RECORD.cpy".
       01  WS-DEAD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-DUPQ-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TRND-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SUMM-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-IN-EOF                 PIC X VALUE "N".
           88  IN-EOF                    VALUE "Y".
       01  WS-DEAD-BACKLOG-COUNT     PIC 9(9) VALUE 0.
       01  WS-DUPQ-COUNT             PIC 9(9) VALUE 0.

      * OPSALERT lines from CUSTOMER-INQUIRY (job CUSTINQ) are not
      * step failures: each is one read answered from CUSTMAST during
      * a Mongo outage. First and last give the degraded window.
       01  WS-FALLBACK-READ-COUNT    PIC 9(9) VALUE 0.
       01  WS-FALLBACK-FIRST-TS      PIC X(26) VALUE SPACES.
       01  WS-FALLBACK-LAST-TS       PIC X(26) VALUE SPACES.

       01  WS-RECON-TODAY-SEEN-FLAG  PIC X VALUE "N".
           88  RECON-TODAY-SEEN          VALUE "Y".
       01  WS-RECON-TODAY-BAD        PIC 9(9) VALUE 0.
       01  WS-RECON-DRIFT-FLAG       PIC X VALUE "N".
           88  RECON-DRIFTED             VALUE "Y".

      * The last FORECAST line CUSTOMER-RUN-TREND wrote today; a
      * rerun of the trend step supersedes the earlier forecast.
       01  WS-WINDOW-SEEN-FLAG       PIC X VALUE "N".
           88  WINDOW-FORECAST-SEEN      VALUE "Y".
       01  WS-WINDOW-FORECAST        PIC X(08) VALUE SPACES.
           88  WINDOW-LATE               VALUE "LATE".
           88  WINDOW-TIGHT              VALUE "TIGHT".
       01  WS-WINDOW-PROJECTED-TS    PIC X(26) VALUE SPACES.
       01  WS-WINDOW-DEADLINE-TS     PIC X(26) VALUE SPACES.
       01  WS-WINDOW-MINUTES         PIC 9(05) VALUE 0.
       01  WS-WINDOW-SLOW-COUNT      PIC 9(03) VALUE 0.
       01  WS-WINDOW-NOT-RUN-COUNT   PIC 9(03) VALUE 0.
       01  WS-WINDOW-MINUTES-LABEL   PIC X(11) VALUE SPACES.

       01  WS-OVERALL-STATUS         PIC X(6).
       01  WS-COUNT-ED               PIC Z(8)9.
       01  WS-COUNT-ED2              PIC Z(8)9.
       01  WS-COUNT-ED3              PIC Z(8)9.
       01  WS-DETAIL-LINE            PIC X(90).

       PROCEDURE DIVISION.
           PERFORM SCAN-DEAD-LETTERS
           PERFORM SCAN-DUP-QUARANTINE
           PERFORM SCAN-RECON-HISTORY
           PERFORM SCAN-RUN-TREND
           PERFORM DECIDE-OVERALL-STATUS
           PERFORM WRITE-SUMMARY-REPORT
           GOBACK.
                       SET IN-EOF TO TRUE
                   NOT AT END
                       IF ALERT-TIMESTAMP(1:8) = WS-TODAY-DATE
                           IF ALERT-JOB-NAME = "CUSTINQ"
                               PERFORM TALLY-FALLBACK-READ
                           ELSE
                               ADD 1 TO WS-STEPS-FAILED-COUNT
                               PERFORM RECORD-FAILED-STEP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               CLOSE OPS-ALERT-FILE
           END-IF.

       TALLY-FALLBACK-READ.
           ADD 1 TO WS-FALLBACK-READ-COUNT
           IF WS-FALLBACK-FIRST-TS = SPACES
               MOVE ALERT-TIMESTAMP TO WS-FALLBACK-FIRST-TS
           END-IF
           MOVE ALERT-TIMESTAMP TO WS-FALLBACK-LAST-TS.

       RECORD-FAILED-STEP.
           IF WS-FAILED-STEP-COUNT < WS-FAILED-STEP-MAX
               ADD 1 TO WS-FAILED-STEP-COUNT
                   + HIST-MISMATCHED + HIST-MISSING
           END-IF.

       SCAN-RUN-TREND.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT RUN-TREND-FILE
           IF WS-TRND-FILE-STATUS NOT = "00"
               SET IN-EOF TO TRUE
           END-IF
           PERFORM UNTIL IN-EOF
               READ RUN-TREND-FILE
                   AT END
                       SET IN-EOF TO TRUE
                   NOT AT END
                       IF TRND-RUN-TIMESTAMP(1:8) = WS-TODAY-DATE
                               AND TRND-FORECAST-LINE
                           PERFORM TAKE-WINDOW-FORECAST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRND-FILE-STATUS NOT = "35"
               CLOSE RUN-TREND-FILE
           END-IF.

       TAKE-WINDOW-FORECAST.
           SET WINDOW-FORECAST-SEEN TO TRUE
           MOVE TRND-FORECAST TO WS-WINDOW-FORECAST
           MOVE TRND-PROJECTED-END-TS TO WS-WINDOW-PROJECTED-TS
           MOVE TRND-DEADLINE-TS TO WS-WINDOW-DEADLINE-TS
           IF TRND-LATE
               MOVE TRND-MINUTES-LATE TO WS-WINDOW-MINUTES
           ELSE
               MOVE TRND-MINUTES-SPARE TO WS-WINDOW-MINUTES
           END-IF
           MOVE TRND-SLOW-STEP-COUNT TO WS-WINDOW-SLOW-COUNT
           MOVE TRND-NOT-RUN-COUNT TO WS-WINDOW-NOT-RUN-COUNT.

       DECIDE-OVERALL-STATUS.
           EVALUATE TRUE
               WHEN WS-STEPS-FAILED-COUNT > 0
                   OR WS-DEAD-TODAY-COUNT > 0
                   OR WINDOW-LATE
                   MOVE "RED" TO WS-OVERALL-STATUS
               WHEN WS-TXN-FAILED-COUNT > 0
                   OR WS-DUPQ-COUNT > 0
                   OR RECON-DRIFTED
                   OR WS-FALLBACK-READ-COUNT > 0
                   OR WINDOW-TIGHT
                   MOVE "AMBER" TO WS-OVERALL-STATUS
               WHEN OTHER
                   MOVE "GREEN" TO WS-OVERALL-STATUS
                   TO WS-DETAIL-LINE
           END-IF
           PERFORM WRITE-ONE-SUMMARY-LINE
           MOVE "DEGRADED" TO SUMM-LINE-TYPE
           MOVE WS-FALLBACK-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-FALLBACK-READ-COUNT > 0
               STRING "InquiryFallbackReads=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       " From=" DELIMITED BY SIZE
                       WS-FALLBACK-FIRST-TS(9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-FALLBACK-FIRST-TS(11:2) DELIMITED BY SIZE
                       " To=" DELIMITED BY SIZE
                       WS-FALLBACK-LAST-TS(9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-FALLBACK-LAST-TS(11:2) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               MOVE "InquiryFallbackReads=0" TO WS-DETAIL-LINE
           END-IF
           PERFORM WRITE-ONE-SUMMARY-LINE
           PERFORM WRITE-WINDOW-LINE
           CLOSE OPS-SUMMARY-FILE
           DISPLAY "CUSTOMER-OPS-SUMMARY: " WS-OVERALL-STATUS
               " stepsFailed=" WS-STEPS-FAILED-COUNT
               " deadToday=" WS-DEAD-TODAY-COUNT
               " quarantined=" WS-DUPQ-COUNT.

       WRITE-WINDOW-LINE.
           MOVE "WINDOW" TO SUMM-LINE-TYPE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WINDOW-FORECAST-SEEN
               IF WINDOW-LATE
                   MOVE "LateByMins=" TO WS-WINDOW-MINUTES-LABEL
               ELSE
                   MOVE "SpareMins=" TO WS-WINDOW-MINUTES-LABEL
               END-IF
               MOVE WS-WINDOW-MINUTES TO WS-COUNT-ED
               MOVE WS-WINDOW-SLOW-COUNT TO WS-COUNT-ED2
               MOVE WS-WINDOW-NOT-RUN-COUNT TO WS-COUNT-ED3
               STRING "Forecast=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-WINDOW-FORECAST)
                           DELIMITED BY SIZE
                       " ProjectedEnd=" DELIMITED BY SIZE
                       WS-WINDOW-PROJECTED-TS(9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-WINDOW-PROJECTED-TS(11:2) DELIMITED BY SIZE
                       " Deadline=" DELIMITED BY SIZE
                       WS-WINDOW-DEADLINE-TS(9:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-WINDOW-DEADLINE-TS(11:2) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-WINDOW-MINUTES-LABEL DELIMITED BY SPACE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       " SlowerSteps=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                       " NotRun=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED3) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               MOVE "No batch window forecast found for the run date"
                   TO WS-DETAIL-LINE
           END-IF
           PERFORM WRITE-ONE-SUMMARY-LINE.

       WRITE-ONE-SUMMARY-LINE.
           MOVE WS-RUN-TIMESTAMP TO SUMM-RUN-TIMESTAMP
           MOVE WS-DETAIL-LINE TO SUMM-DETAIL
