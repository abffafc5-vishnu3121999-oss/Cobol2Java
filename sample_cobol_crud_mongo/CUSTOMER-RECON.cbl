       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RECON.

      *----------------------------------------------------------------
      * Restart: the position (last master key reconciled) and the
      * running counts are checkpointed to RECONCKP every
      * CUSTOMER_RECON_CKPT_INTERVAL records (default 100) and after
      * every sync push, so a resubmitted step picks up after the
      * last key instead of re-reading - and in sync mode re-pushing -
      * the whole master file, and RECONRPT, RECONHIST and the run
      * statistics still carry the whole run's totals. A checkpoint
      * is only resumed from when the run that wrote it did not
      * finish and it is less than CUSTOMER_RECON_RESTART_HOURS
      * (default 12) old, so an abended run that was never restarted
      * cannot make the next night's run skip part of the file.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-HISTORY-FILE ASSIGN TO "RECONHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT RECON-CKPT-FILE ASSIGN TO "RECONCKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "copybooks/RECON-HISTORY-RECORD.cpy".

       FD  RECON-CKPT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RECON-CKPT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
       01  WS-DRIFT-DETECTED-FLAG    PIC X VALUE "N".
           88  DRIFT-DETECTED            VALUE "Y".

      *----------------------------------------------------------------
      * Checkpoint/restart controls.
      *----------------------------------------------------------------
       01  WS-CKPT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CKPT-EOF               PIC X VALUE "N".
           88  CKPT-EOF                  VALUE "Y".
       01  WS-CKPT-INTERVAL          PIC 9(5) VALUE 100.
       01  WS-RESTART-HOURS          PIC 9(3) VALUE 12.
       01  WS-CKPT-ENV               PIC X(6).
       01  WS-RESUME-FLAG            PIC X VALUE "N".
           88  RESUMING-RUN              VALUE "Y".
       01  WS-RESUME-KEY             PIC X(24) VALUE SPACES.
       01  WS-CKPT-STATE             PIC X(08).
       01  WS-NOW-TIMESTAMP          PIC X(26).
       01  WS-CKPT-AGE-MINUTES       PIC S9(9).
       01  WS-LAST-CKPT.
           05  WS-LAST-CKPT-STATE    PIC X(08) VALUE SPACES.
           05  WS-LAST-CKPT-TS       PIC X(26).
           05  WS-LAST-CKPT-CUST-ID  PIC X(24).
           05  WS-LAST-CKPT-TOTAL    PIC 9(9).
           05  WS-LAST-CKPT-MATCHED  PIC 9(9).
           05  WS-LAST-CKPT-MISMATCH PIC 9(9).
           05  WS-LAST-CKPT-MISSING  PIC 9(9).
           05  WS-LAST-CKPT-SYNCED   PIC 9(9).
           05  WS-LAST-CKPT-SYNC-FAIL PIC 9(9).

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           PERFORM LOAD-JOB-USER
           PERFORM LOAD-SYNC-MODE-CONFIG
           PERFORM LOAD-HISTORY-AVERAGES
           PERFORM LOAD-RESTART-CONFIG
           PERFORM READ-RECON-CHECKPOINT
           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-REPORT-FILE
           IF RESUMING-RUN AND NOT MASTER-EOF
               PERFORM POSITION-AFTER-RESUME-KEY
           END-IF
           IF NOT MASTER-EOF
               PERFORM READ-NEXT-MASTER
           END-IF
           PERFORM CHECK-FOR-DRIFT
           PERFORM WRITE-SUMMARY
           PERFORM APPEND-HISTORY-RECORD
           MOVE "COMPLETE" TO WS-CKPT-STATE
           PERFORM WRITE-RECON-CHECKPOINT
           PERFORM CLOSE-RECON-FILES
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-RECON" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-RECON-TOTAL TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       LOAD-JOB-USER.
           MOVE SPACES TO WS-JOB-USER-ENV
           ACCEPT WS-JOB-USER-ENV
               SET MASTER-EOF TO TRUE
           END-IF.

      * A resumed run keeps the lines the first attempt wrote.
       OPEN-REPORT-FILE.
           IF RESUMING-RUN
               OPEN EXTEND RECON-REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RECON-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT RECON-REPORT-FILE
           END-IF.

       READ-NEXT-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
           ADD 1 TO WS-RECON-TOTAL
           PERFORM LOOKUP-IN-MONGO
           PERFORM COMPARE-TO-MASTER
           IF FUNCTION MOD(WS-RECON-TOTAL WS-CKPT-INTERVAL) = 0
               MOVE "RUNNING" TO WS-CKPT-STATE
               PERFORM WRITE-RECON-CHECKPOINT
           END-IF
           PERFORM READ-NEXT-MASTER.

       LOOKUP-IN-MONGO.
      * is a correction, not a business transition: it carries the
      * fixed RECONSYNC reason code and the supervisor override so
      * the lifecycle rules let it through, and both land in the
      * audit trail like any other status change. It is flagged as a
      * sync correction so the override is applied now rather than
      * parked for a second operator's approval.
       SYNC-MISMATCH-TO-MONGO.
           MOVE WS-MONGO-VERSION TO WS-MONGO-VERSION-ED
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-JOB-USER TO REQ-USER
           SET REQ-IS-SYNC-CORRECTION TO TRUE
           MOVE "UPDATE" TO REQ-OPERATION
           MOVE MASTER-CUST-ID TO REQ-CUST-ID
           STRING "{""name"":""" DELIMITED BY SIZE
               ADD 1 TO WS-RECON-SYNC-FAILED
               DISPLAY "CUSTOMER-RECON: sync failed for "
                   MASTER-CUST-ID " resp=" RESP-CODE " " RESP-MESSAGE
           END-IF
      * Every push is checkpointed at once, so a restart never
      * repeats one.
           MOVE "RUNNING" TO WS-CKPT-STATE
           PERFORM WRITE-RECON-CHECKPOINT.

       BUILD-MISMATCH-DETAIL.
           MOVE SPACES TO RECON-DETAIL
                   "recent average - see RECONRPT"
           END-IF.

       LOAD-RESTART-CONFIG.
           MOVE SPACES TO WS-CKPT-ENV
           ACCEPT WS-CKPT-ENV
               FROM ENVIRONMENT "CUSTOMER_RECON_CKPT_INTERVAL"
           IF WS-CKPT-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CKPT-ENV) TO WS-CKPT-INTERVAL
           END-IF
           IF WS-CKPT-INTERVAL = 0
               MOVE 100 TO WS-CKPT-INTERVAL
           END-IF
           MOVE SPACES TO WS-CKPT-ENV
           ACCEPT WS-CKPT-ENV
               FROM ENVIRONMENT "CUSTOMER_RECON_RESTART_HOURS"
           IF WS-CKPT-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CKPT-ENV) TO WS-RESTART-HOURS
           END-IF.

      *----------------------------------------------------------------
      * The last checkpoint record decides: RUNNING and recent means
      * the previous attempt died part-way, so its key and counts are
      * picked up; anything else is a fresh run.
      *----------------------------------------------------------------
       READ-RECON-CHECKPOINT.
           MOVE "N" TO WS-CKPT-EOF
           OPEN INPUT RECON-CKPT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               PERFORM UNTIL CKPT-EOF
                   READ RECON-CKPT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           MOVE RCKP-STATE TO WS-LAST-CKPT-STATE
                           MOVE RCKP-TIMESTAMP TO WS-LAST-CKPT-TS
                           MOVE RCKP-LAST-CUST-ID
                               TO WS-LAST-CKPT-CUST-ID
                           MOVE RCKP-TOTAL TO WS-LAST-CKPT-TOTAL
                           MOVE RCKP-MATCHED TO WS-LAST-CKPT-MATCHED
                           MOVE RCKP-MISMATCHED
                               TO WS-LAST-CKPT-MISMATCH
                           MOVE RCKP-MISSING TO WS-LAST-CKPT-MISSING
                           MOVE RCKP-SYNCED TO WS-LAST-CKPT-SYNCED
                           MOVE RCKP-SYNC-FAILED
                               TO WS-LAST-CKPT-SYNC-FAIL
                   END-READ
               END-PERFORM
               CLOSE RECON-CKPT-FILE
           END-IF
           IF WS-LAST-CKPT-STATE = "RUNNING"
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
               COMPUTE WS-CKPT-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW-TIMESTAMP(1:8)))
                    - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LAST-CKPT-TS(1:8)))) * 1440
                   + FUNCTION NUMVAL(WS-NOW-TIMESTAMP(9:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW-TIMESTAMP(11:2))
                   - FUNCTION NUMVAL(WS-LAST-CKPT-TS(9:2)) * 60
                   - FUNCTION NUMVAL(WS-LAST-CKPT-TS(11:2))
               IF WS-CKPT-AGE-MINUTES < WS-RESTART-HOURS * 60
                   SET RESUMING-RUN TO TRUE
                   MOVE WS-LAST-CKPT-CUST-ID TO WS-RESUME-KEY
                   MOVE WS-LAST-CKPT-TOTAL TO WS-RECON-TOTAL
                   MOVE WS-LAST-CKPT-MATCHED TO WS-RECON-MATCHED
                   MOVE WS-LAST-CKPT-MISMATCH TO WS-RECON-MISMATCHED
                   MOVE WS-LAST-CKPT-MISSING TO WS-RECON-MISSING
                   MOVE WS-LAST-CKPT-SYNCED TO WS-RECON-SYNCED
                   MOVE WS-LAST-CKPT-SYNC-FAIL TO WS-RECON-SYNC-FAILED
                   DISPLAY "CUSTOMER-RECON: resuming after master key "
                       FUNCTION TRIM(WS-RESUME-KEY) " ("
                       WS-RECON-TOTAL " record(s) already reconciled)"
               ELSE
                   DISPLAY "CUSTOMER-RECON: unfinished checkpoint of "
                       WS-LAST-CKPT-TS(1:14) " is too old to resume, "
                       "starting from the first record"
               END-IF
           END-IF.

       POSITION-AFTER-RESUME-KEY.
           MOVE WS-RESUME-KEY TO MASTER-CUST-ID
           START CUSTOMER-MASTER-FILE KEY IS > MASTER-CUST-ID
               INVALID KEY
                   SET MASTER-EOF TO TRUE
           END-START.

       WRITE-RECON-CHECKPOINT.
           OPEN EXTEND RECON-CKPT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECON-CKPT-FILE
           END-IF
           MOVE SPACES TO RECON-CKPT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RCKP-TIMESTAMP
           MOVE WS-CKPT-STATE TO RCKP-STATE
           MOVE MASTER-CUST-ID TO RCKP-LAST-CUST-ID
           MOVE WS-RECON-TOTAL TO RCKP-TOTAL
           MOVE WS-RECON-MATCHED TO RCKP-MATCHED
           MOVE WS-RECON-MISMATCHED TO RCKP-MISMATCHED
           MOVE WS-RECON-MISSING TO RCKP-MISSING
           MOVE WS-RECON-SYNCED TO RCKP-SYNCED
           MOVE WS-RECON-SYNC-FAILED TO RCKP-SYNC-FAILED
           WRITE RECON-CKPT-RECORD
           CLOSE RECON-CKPT-FILE.

       CLOSE-RECON-FILES.
           CLOSE CUSTOMER-MASTER-FILE
           CLOSE RECON-REPORT-FILE.
