       01  WS-OPEN-BRACE-COUNT       PIC 9(4).
       01  WS-CLOSE-BRACE-COUNT      PIC 9(4).

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-EDIT-FILES
           IF NOT TXN-EOF
           IF FILE-UNUSABLE OR BALANCE-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-TXN-EDIT" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-SEQ-NO TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       OPEN-EDIT-FILES.
           OPEN INPUT CUSTOMER-TXN-FILE
           IF WS-TXN-FILE-STATUS NOT = "00"
                       AND TXN-OPERATION NOT = "NOTE-ADD"
                       AND TXN-OPERATION NOT = "NOTE-LIST"
                       AND TXN-OPERATION NOT = "ANONYMIZE"
                       AND TXN-OPERATION NOT = "HOUSEHOLD-LINK"
                       AND TXN-OPERATION NOT = "HOUSEHOLD-UNLINK"
                   MOVE "BADOPER" TO WS-REJECT-REASON
                   MOVE "Operation is not a recognized value"
                       TO WS-REJECT-DETAIL
                       OR TXN-OPERATION = "DELETE"
                       OR TXN-OPERATION = "NOTE-ADD"
                       OR TXN-OPERATION = "NOTE-LIST"
                       OR TXN-OPERATION = "ANONYMIZE"
                       OR TXN-OPERATION = "HOUSEHOLD-LINK"
                       OR TXN-OPERATION = "HOUSEHOLD-UNLINK")
                       AND TXN-CUST-ID = SPACES
                   MOVE "NOCUSTID" TO WS-REJECT-REASON
                   MOVE "Customer id required for this operation"
                       TO WS-REJECT-DETAIL
               WHEN (TXN-OPERATION = "CREATE"
                       OR TXN-OPERATION = "BULK-CREATE"
                       OR TXN-OPERATION = "NOTE-ADD"
                       OR TXN-OPERATION = "HOUSEHOLD-LINK")
                       AND TXN-PAYLOAD = SPACES
                   MOVE "NOPAYLOAD" TO WS-REJECT-REASON
                   MOVE "Payload required for this operation"
           MOVE TXN-CUST-ID TO EDIT-CUST-ID
           MOVE TXN-CORRELATION-ID TO EDIT-CORRELATION-ID
           MOVE WS-REJECT-DETAIL TO EDIT-DETAIL
           MOVE TXN-RECORD TO EDIT-TXN-IMAGE
           WRITE EDIT-REPORT-RECORD.

       WRITE-SUMMARY.
