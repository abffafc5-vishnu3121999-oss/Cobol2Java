       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SUPV-REQUEST.

      *----------------------------------------------------------------
      * Batch route for the supervisor-only corrections the inquiry
      * screen also offers: each SUPVREQ record names the operation,
      * the customer and the supervisor who signed it off, and is run
      * through CUSTOMER-SERVICE under that supervisor's id, so the
      * service's own supervisor check, audit line and change events
      * apply exactly as they do online. Supported operations:
      *   UNMERGE  reverse a wrong CUSTOMER-DEDUPE merge; the id is
      *            the merged-away duplicate
      *   UNDELETE take a soft-deleted customer back out of delete
      *            while the retention purge would still keep it
      *   RESTORE-PURGED
      *            recreate a customer CUSTOMER-PURGE has removed,
      *            under its original id, from its last PURGEARC line
      *            (found here and passed on as the payload); an id
      *            with no archive line is reported 404 without a call
      * Any other operation is reported as 400 without a call. Every
      * request gets a SUPVRPT line and a TXNLOG line.
      * RC 4 - a request was refused (4xx); RC 8 - a request failed
      * with a server error, or SUPVREQ could not be read.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPV-REQUEST-FILE ASSIGN TO "SUPVREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-FILE-STATUS.
           SELECT SUPV-REPORT-FILE ASSIGN TO "SUPVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CUSTOMER-TXN-LOG ASSIGN TO "TXNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT PURGE-ARCHIVE-FILE ASSIGN TO "PURGEARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPV-REQUEST-FILE
           RECORDING MODE IS F.
       COPY "copybooks/SUPV-REQUEST-RECORD.cpy".

       FD  SUPV-REPORT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/SUPV-REPORT-RECORD.cpy".

       FD  CUSTOMER-TXN-LOG
           RECORDING MODE IS F.
       COPY "copybooks/TXN-LOG-RECORD.cpy".

       FD  PURGE-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PURGE-ARCHIVE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".

       01  WS-REQ-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-LOG-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REQ-EOF                PIC X VALUE "N".
           88  REQ-EOF                   VALUE "Y".
       01  WS-ARCHIVE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-ARCHIVE-EOF            PIC X VALUE "N".
           88  ARCHIVE-EOF               VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

       01  WS-FILE-UNUSABLE-FLAG     PIC X VALUE "N".
           88  FILE-UNUSABLE             VALUE "Y".
       01  WS-READ-COUNT             PIC 9(9) VALUE 0.
       01  WS-DONE-COUNT             PIC 9(9) VALUE 0.
       01  WS-REFUSED-COUNT          PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT           PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * Per-request elapsed time around the CUSTOMER-SERVICE call, as
      * CUSTOMER-DEADLETTER-REPLAY captures it for TXNLOG.
      *----------------------------------------------------------------
       01  WS-ELAPSED-START          PIC X(21).
       01  WS-ELAPSED-END            PIC X(21).
       01  WS-ELAPSED-START-HUND     PIC 9(9) VALUE 0.
       01  WS-ELAPSED-END-HUND       PIC 9(9) VALUE 0.
       01  WS-ELAPSED-MS             PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * The customer's latest PURGEARC line. The live dataset and the
      * rolled generations are read as one concatenation, so the
      * purge run timestamp, not file order, decides which is latest
      * for a customer restored and purged again since.
      *----------------------------------------------------------------
       01  WS-ARCH-FOUND-FLAG        PIC X VALUE "N".
           88  ARCH-FOUND                VALUE "Y".
       01  WS-ARCH-NAME              PIC X(60).
       01  WS-ARCH-EMAIL             PIC X(60).
       01  WS-ARCH-PURGED-TS         PIC X(26).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-SUPV-FILES
           IF NOT REQ-EOF
               PERFORM READ-NEXT-REQUEST
           END-IF
           PERFORM PROCESS-ONE-REQUEST UNTIL REQ-EOF
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-SUPV-FILES
      * RETURN-CODE is refreshed by every CALLed subprogram's return,
      * so the outcome is applied here, after the last call.
           EVALUATE TRUE
               WHEN FILE-UNUSABLE OR WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       OPEN-SUPV-FILES.
           OPEN INPUT SUPV-REQUEST-FILE
           IF WS-REQ-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-SUPV-REQUEST: cannot open "
                   "request file, status=" WS-REQ-FILE-STATUS
               SET REQ-EOF TO TRUE
               SET FILE-UNUSABLE TO TRUE
           END-IF
           OPEN EXTEND SUPV-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPV-REPORT-FILE
           END-IF
           OPEN EXTEND CUSTOMER-TXN-LOG
           IF WS-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-TXN-LOG
           END-IF.

       READ-NEXT-REQUEST.
           READ SUPV-REQUEST-FILE
               AT END
                   SET REQ-EOF TO TRUE
           END-READ.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-READ-COUNT
           PERFORM RUN-SUPV-REQUEST
           PERFORM LOG-RESPONSE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN RESP-CODE NOT < 500
                   ADD 1 TO WS-FAILED-COUNT
               WHEN RESP-CODE NOT < 400
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DONE-COUNT
           END-EVALUATE
           PERFORM READ-NEXT-REQUEST.

       RUN-SUPV-REQUEST.
           MOVE SPACES TO REQUEST-CTX
           MOVE 0 TO REQ-VERSION REQ-PAGE REQ-PAGE-SIZE
               REQ-RETENTION-DAYS REQ-BULK-ITEM-COUNT
           MOVE SUPV-OPERATION TO REQ-OPERATION
           MOVE SUPV-CUST-ID TO REQ-CUST-ID
           MOVE SUPV-CORRELATION-ID TO REQ-CORRELATION-ID
           MOVE SUPV-REQUESTED-BY TO REQ-USER
           MOVE "BATCH" TO REQ-CHANNEL
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE
           MOVE SPACES TO RESP-BODY
           MOVE FUNCTION CURRENT-DATE TO WS-ELAPSED-START
           IF REQ-OPERATION = "RESTORE-PURGED"
               PERFORM FIND-ARCHIVE-LINE
           END-IF
           EVALUATE REQ-OPERATION
               WHEN "UNMERGE"
               WHEN "UNDELETE"
                   CALL "CUSTOMER-SERVICE"
                       USING REQUEST-CTX RESPONSE-CTX
               WHEN "RESTORE-PURGED"
                   IF ARCH-FOUND
                       PERFORM BUILD-RESTORE-PAYLOAD
                       CALL "CUSTOMER-SERVICE"
                           USING REQUEST-CTX RESPONSE-CTX
                   ELSE
                       SET RESP-NOT-FOUND TO TRUE
                       MOVE "Customer not in purge archive"
                           TO RESP-MESSAGE
                   END-IF
               WHEN OTHER
                   SET RESP-BAD-REQUEST TO TRUE
                   MOVE "Unsupported supervisor operation"
                       TO RESP-MESSAGE
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE TO WS-ELAPSED-END
           PERFORM COMPUTE-ELAPSED-MS.

       FIND-ARCHIVE-LINE.
           MOVE "N" TO WS-ARCH-FOUND-FLAG
           MOVE SPACES TO WS-ARCH-NAME WS-ARCH-EMAIL WS-ARCH-PURGED-TS
           MOVE "N" TO WS-ARCHIVE-EOF
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               SET ARCHIVE-EOF TO TRUE
           END-IF
           PERFORM UNTIL ARCHIVE-EOF
               READ PURGE-ARCHIVE-FILE
                   AT END
                       SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       IF ARCH-CUST-ID = REQ-CUST-ID
                               AND ARCH-RUN-TIMESTAMP
                                   > WS-ARCH-PURGED-TS
                           SET ARCH-FOUND TO TRUE
                           MOVE ARCH-NAME TO WS-ARCH-NAME
                           MOVE ARCH-EMAIL TO WS-ARCH-EMAIL
                           MOVE ARCH-RUN-TIMESTAMP
                               TO WS-ARCH-PURGED-TS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-FILE-STATUS NOT = "35"
               CLOSE PURGE-ARCHIVE-FILE
           END-IF.

       BUILD-RESTORE-PAYLOAD.
           MOVE SPACES TO REQ-PAYLOAD
           STRING "{""name"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARCH-NAME) DELIMITED BY SIZE
                   """,""email"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARCH-EMAIL) DELIMITED BY SIZE
                   """,""status"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(SUPV-RESTORE-STATUS) DELIMITED BY SIZE
                   """,""purgedAt"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARCH-PURGED-TS) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO REQ-PAYLOAD
           END-STRING.

       COMPUTE-ELAPSED-MS.
           COMPUTE WS-ELAPSED-START-HUND =
               FUNCTION NUMVAL(WS-ELAPSED-START(9:2)) * 360000
               + FUNCTION NUMVAL(WS-ELAPSED-START(11:2)) * 6000
               + FUNCTION NUMVAL(WS-ELAPSED-START(13:2)) * 100
               + FUNCTION NUMVAL(WS-ELAPSED-START(15:2))
           COMPUTE WS-ELAPSED-END-HUND =
               FUNCTION NUMVAL(WS-ELAPSED-END(9:2)) * 360000
               + FUNCTION NUMVAL(WS-ELAPSED-END(11:2)) * 6000
               + FUNCTION NUMVAL(WS-ELAPSED-END(13:2)) * 100
               + FUNCTION NUMVAL(WS-ELAPSED-END(15:2))
           IF WS-ELAPSED-END-HUND >= WS-ELAPSED-START-HUND
               COMPUTE WS-ELAPSED-MS =
                   (WS-ELAPSED-END-HUND - WS-ELAPSED-START-HUND) * 10
           ELSE
               MOVE 0 TO WS-ELAPSED-MS
           END-IF.

       LOG-RESPONSE.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE REQ-OPERATION TO LOG-OPERATION
           MOVE REQ-CUST-ID TO LOG-CUST-ID
           MOVE REQ-CORRELATION-ID TO LOG-CORRELATION-ID
           MOVE RESP-CODE TO LOG-RESP-CODE
           MOVE RESP-MESSAGE TO LOG-RESP-MESSAGE
           MOVE REQ-USER TO LOG-USER
           MOVE WS-ELAPSED-MS TO LOG-ELAPSED-MS
           WRITE TXN-LOG-RECORD.

       WRITE-REPORT-LINE.
           MOVE WS-RUN-TIMESTAMP TO SUPR-RUN-TIMESTAMP
           MOVE SUPV-OPERATION TO SUPR-OPERATION
           MOVE SUPV-CUST-ID TO SUPR-CUST-ID
           MOVE SUPV-REQUESTED-BY TO SUPR-REQUESTED-BY
           MOVE RESP-CODE TO SUPR-RESP-CODE
           MOVE RESP-MESSAGE TO SUPR-RESP-MESSAGE
           WRITE SUPV-REPORT-RECORD.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-SUPV-REQUEST: read=" WS-READ-COUNT
               " done=" WS-DONE-COUNT
               " refused=" WS-REFUSED-COUNT
               " failed=" WS-FAILED-COUNT.

       CLOSE-SUPV-FILES.
           IF WS-REQ-FILE-STATUS NOT = "35"
               CLOSE SUPV-REQUEST-FILE
           END-IF
           CLOSE SUPV-REPORT-FILE
           CLOSE CUSTOMER-TXN-LOG.
