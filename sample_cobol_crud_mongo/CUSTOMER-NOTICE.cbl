       01  WS-EMAIL-COUNT            PIC 9(9) VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(9) VALUE 0.

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-JOB-USER-ENV
           END-PERFORM
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-NOTICE-FILES
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-NOTICE" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-CHANGES-SEEN-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       OPEN-NOTICE-FILES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
