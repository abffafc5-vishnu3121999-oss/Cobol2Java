       01  WS-TOTAL-DELETE-ED          PIC Z(8)9.
       01  WS-ROLLUP-DETAIL            PIC X(120).

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-ROLLUP-FILE
           PERFORM OPEN-DAILY-FILE
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-ROLLUP-FILES
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-REPORT-ROLLUP" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-DAY-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       OPEN-ROLLUP-FILE.
           OPEN OUTPUT ROLLUP-REPORT-FILE.

