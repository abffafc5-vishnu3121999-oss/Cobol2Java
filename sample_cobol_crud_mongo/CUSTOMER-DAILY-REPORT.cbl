       01  WS-ELAPSED-MS-ED          PIC Z(6)9.
       01  WS-THRESHOLD-MS-ED        PIC Z(6)9.

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-DATE
           MOVE WS-REPORT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM READ-SLOW-THRESHOLD
           PERFORM WRITE-SLOWTXN-SUMMARY-LINE
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-REPORT-FILES
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-DAILY-REPORT" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-ACTIVITY-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       READ-SLOW-THRESHOLD.
           MOVE SPACES TO WS-SLOW-THRESHOLD-TEXT
           ACCEPT WS-SLOW-THRESHOLD-TEXT
