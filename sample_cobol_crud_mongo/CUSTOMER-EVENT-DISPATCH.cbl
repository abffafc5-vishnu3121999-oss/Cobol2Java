      * the next run retries from there - without holding back the
      * other subscribers. The cursor file is rewritten in full at
      * end of run.
      *
      * MARKETING only gets events for customers who may be contacted:
      * each event's customer is looked up in the nightly suppression
      * list (SUPPRESS, from CUSTOMER-SUPPRESS-LIST) and, if listed,
      * the event is passed over - counted, cursor advanced, never
      * delivered - so an opt-out also stops events that were still
      * queued behind a stalled cursor from before it. If SUPPRESS
      * cannot be read, MARKETING is held for the run the same way a
      * failed delivery holds it.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EVENT-CURSOR-FILE ASSIGN TO "EVTCURSR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURSOR-FILE-STATUS.
           SELECT SUPPRESS-LIST-FILE ASSIGN TO "SUPPRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPP-CUST-ID
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "copybooks/EVENT-CURSOR-RECORD.cpy".

       FD  SUPPRESS-LIST-FILE.
       COPY "copybooks/SUPPRESS-LIST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OUTBOX-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-CURSOR-FILE-STATUS     PIC XX VALUE SPACES.
           88  OUTBOX-EOF                VALUE "Y".
       01  WS-CURSOR-EOF             PIC X VALUE "N".
           88  CURSOR-EOF                VALUE "Y".
       01  WS-SUPPRESS-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-SUPPRESS-OPEN-FLAG     PIC X VALUE "N".
           88  SUPPRESS-FILE-OPEN        VALUE "Y".
       01  WS-EVENT-SUPPRESSED-FLAG  PIC X VALUE "N".
           88  EVENT-SUPPRESSED          VALUE "Y".

      *----------------------------------------------------------------
      * Closed list of bus subscribers, same idiom as the environment
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 3 TIMES INDEXED BY WS-SUB-IDX.
               10  WS-SUB-NAME           PIC X(12).
                   88  WS-SUB-IS-MARKETING   VALUE "MARKETING".
               10  WS-SUB-CURSOR         PIC 9(9).
               10  WS-SUB-DELIVERED      PIC 9(9).
               10  WS-SUB-SUPPRESSED     PIC 9(9).
               10  WS-SUB-STALLED-FLAG   PIC X.
                   88  WS-SUB-STALLED        VALUE "Y".

       01  WS-ANY-STALLED-FLAG       PIC X VALUE "N".
           88  ANY-SUBSCRIBER-STALLED    VALUE "Y".

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           PERFORM INIT-SUBSCRIBER-TABLE
           PERFORM LOAD-CURSOR-FILE
           PERFORM OPEN-SUPPRESS-LIST
           PERFORM VARYING WS-SUB-NO FROM 1 BY 1
                   UNTIL WS-SUB-NO > WS-SUB-COUNT
               PERFORM DISPATCH-ONE-SUBSCRIBER
           END-PERFORM
           IF SUPPRESS-FILE-OPEN
               CLOSE SUPPRESS-LIST-FILE
           END-IF
           PERFORM REWRITE-CURSOR-FILE
           PERFORM WRITE-SUMMARY
      * RETURN-CODE is refreshed by every CALLed subprogram's return,
           IF ANY-SUBSCRIBER-STALLED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-EVENT-DISPATCH" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE 0 TO RSTC-RECORD-COUNT
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               ADD WS-SUB-DELIVERED(WS-SUB-IDX) TO RSTC-RECORD-COUNT
           END-PERFORM
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       INIT-SUBSCRIBER-TABLE.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   TO WS-SUB-NAME(WS-SUB-IDX)
               MOVE 0 TO WS-SUB-CURSOR(WS-SUB-IDX)
               MOVE 0 TO WS-SUB-DELIVERED(WS-SUB-IDX)
               MOVE 0 TO WS-SUB-SUPPRESSED(WS-SUB-IDX)
               MOVE "N" TO WS-SUB-STALLED-FLAG(WS-SUB-IDX)
           END-PERFORM.

               END-IF
           END-PERFORM.

       OPEN-SUPPRESS-LIST.
           OPEN INPUT SUPPRESS-LIST-FILE
           IF WS-SUPPRESS-FILE-STATUS = "00"
               SET SUPPRESS-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CUSTOMER-EVENT-DISPATCH: cannot open the "
                   "marketing suppression list, status="
                   WS-SUPPRESS-FILE-STATUS
                   "; MARKETING is held this run"
           END-IF.

       DISPATCH-ONE-SUBSCRIBER.
           SET WS-SUB-IDX TO WS-SUB-NO
           MOVE "N" TO WS-OUTBOX-EOF
           IF WS-SUB-IS-MARKETING(WS-SUB-IDX)
                   AND NOT SUPPRESS-FILE-OPEN
               MOVE "Y" TO WS-SUB-STALLED-FLAG(WS-SUB-IDX)
               SET ANY-SUBSCRIBER-STALLED TO TRUE
           END-IF
           OPEN INPUT EVENT-OUTBOX-FILE
           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-EVENT-DISPATCH: no outbox file, "
           END-IF.

       DELIVER-ONE-EVENT.
           MOVE "N" TO WS-EVENT-SUPPRESSED-FLAG
           IF WS-SUB-IS-MARKETING(WS-SUB-IDX)
               PERFORM CHECK-MARKETING-SUPPRESSION
           END-IF
           IF EVENT-SUPPRESSED
               ADD 1 TO WS-SUB-CURSOR(WS-SUB-IDX)
               ADD 1 TO WS-SUB-SUPPRESSED(WS-SUB-IDX)
           END-IF
           IF NOT EVENT-SUPPRESSED AND NOT WS-SUB-STALLED(WS-SUB-IDX)
               PERFORM SEND-ONE-EVENT
           END-IF.

      *----------------------------------------------------------------
      * Not on the list (status 23) is the only answer that lets the
      * event through; a lookup that fails any other way holds
      * MARKETING at this event for the next run.
      *----------------------------------------------------------------
       CHECK-MARKETING-SUPPRESSION.
           MOVE EVT-CUST-ID TO SUPP-CUST-ID
           READ SUPPRESS-LIST-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-SUPPRESS-FILE-STATUS
               WHEN "00"
                   SET EVENT-SUPPRESSED TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CUSTOMER-EVENT-DISPATCH: suppression "
                       "lookup failed for "
                       FUNCTION TRIM(EVT-CUST-ID)
                       ", status=" WS-SUPPRESS-FILE-STATUS
                       "; will retry from cursor next run"
                   MOVE "Y" TO WS-SUB-STALLED-FLAG(WS-SUB-IDX)
                   SET ANY-SUBSCRIBER-STALLED TO TRUE
           END-EVALUATE.

       SEND-ONE-EVENT.
           MOVE SPACES TO WS-DELIVER-STATUS
           CALL "EVENTBUS-DELIVER"
               USING WS-SUB-NAME(WS-SUB-IDX) EVT-TYPE EVT-CUST-ID
               DISPLAY "CUSTOMER-EVENT-DISPATCH: "
                   FUNCTION TRIM(WS-SUB-NAME(WS-SUB-IDX))
                   " delivered=" WS-SUB-DELIVERED(WS-SUB-IDX)
                   " suppressed=" WS-SUB-SUPPRESSED(WS-SUB-IDX)
                   " cursor=" WS-SUB-CURSOR(WS-SUB-IDX)
                   " stalled=" WS-SUB-STALLED-FLAG(WS-SUB-IDX)
           END-PERFORM.
