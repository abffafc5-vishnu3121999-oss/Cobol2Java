       01  WS-ELAPSED-END-HUND       PIC 9(9) VALUE 0.
       01  WS-ELAPSED-MS             PIC 9(7) VALUE 0.

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           PERFORM READ-PARTITION-CONFIG
           PERFORM FIND-DUPLICATE-CORRELATION-IDS
           PERFORM READ-RESTART-POINT
           IF OUTAGE-DETECTED
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-API" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-TXN-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       OPEN-TXN-LOG.
           OPEN EXTEND CUSTOMER-TXN-LOG
           IF WS-LOG-FILE-STATUS NOT = "00"
               WHEN "NOTE-LIST"
                   CALL "CUSTOMER-SERVICE"
                       USING REQUEST-CTX RESPONSE-CTX
               WHEN "HOUSEHOLD-LINK"
                   CALL "CUSTOMER-SERVICE"
                       USING REQUEST-CTX RESPONSE-CTX
               WHEN "HOUSEHOLD-UNLINK"
                   CALL "CUSTOMER-SERVICE"
                       USING REQUEST-CTX RESPONSE-CTX
               WHEN OTHER
                   SET RESP-BAD-REQUEST TO TRUE
                   MOVE "Unsupported operation" TO RESP-MESSAGE
