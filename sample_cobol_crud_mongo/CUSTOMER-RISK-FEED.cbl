       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RISK-FEED.

      *----------------------------------------------------------------
      * Inbound RISK decisions. Reads the RISK team's nightly decision
      * file (RISKIN) and applies each one as a status-changing UPDATE
      * through CUSTOMER-SERVICE, so the lifecycle rules, AUDITLOG,
      * change events and customer notices all happen exactly as they
      * do for an operator's change:
      *   SUSPEND    status SUSPENDED, reasonCode = RISK's reason
      *   REINSTATE  status ACTIVE, only for a SUSPENDED customer;
      *              sent with the supervisor override, so the
      *              service parks it for four-eyes approval
      * The acting user is RISKFEED and the correlation id carries
      * RISK's case reference, so both reach the AUDITLOG line; each
      * applied or parked decision also leaves a customer note naming
      * the case. A decision already in effect (SUSPEND of a
      * suspended customer) is counted as unchanged and not re-sent.
      * Every decision that was not applied goes back to RISK in the
      * acknowledgement file (RISKACK) with the reason - customer not
      * found, merged into another id (named), transition not allowed,
      * invalid decision, awaiting approval or a system error - and a
      * TRAILER line with the run's counts.
      * A missing or empty RISKIN is a night with no decisions.
      * Ends RC 4 when any decision was rejected or parked, RC 8 when
      * RISKACK cannot be written or a service call failed outright
      * (RISK resends those decisions on their next file).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-DECISION-FILE ASSIGN TO "RISKIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RISKIN-FILE-STATUS.
           SELECT RISK-ACK-FILE ASSIGN TO "RISKACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-DECISION-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RISK-DECISION-RECORD.cpy".

       FD  RISK-ACK-FILE
           RECORDING MODE IS F.
       COPY "copybooks/RISK-ACK-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".

       01  WS-RISKIN-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-ACK-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-RISKIN-EOF             PIC X VALUE "N".
           88  RISKIN-EOF                VALUE "Y".
       01  WS-ACK-FAILED-FLAG        PIC X VALUE "N".
           88  ACK-FILE-FAILED           VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

      * Decisions are RISK's, not the night job's: the actor is fixed.
       01  WS-RISK-USER              PIC X(8) VALUE "RISKFEED".

       01  WS-READ-COUNT             PIC 9(9) VALUE 0.
       01  WS-APPLIED-COUNT          PIC 9(9) VALUE 0.
       01  WS-UNCHANGED-COUNT        PIC 9(9) VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(9) VALUE 0.
       01  WS-PENDING-COUNT          PIC 9(9) VALUE 0.
       01  WS-ERROR-COUNT            PIC 9(9) VALUE 0.

       01  WS-TARGET-STATUS          PIC X(10).
       01  WS-CURRENT-STATUS         PIC X(10).
       01  WS-CURRENT-VERSION        PIC 9(9).
       01  WS-VERSION-ED             PIC Z(8)9.
       01  WS-VERSION-TEXT           PIC X(12).
       01  WS-CORRELATION-ID         PIC X(36).
       01  WS-UPDATE-PAYLOAD         PIC X(500).
       01  WS-NOTE-TEXT              PIC X(120).
       01  WS-NOTE-SUFFIX            PIC X(40).
       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).
       01  WS-ATTEMPT                PIC 9(1).
       01  WS-DECISION-DONE-FLAG     PIC X VALUE "N".
           88  DECISION-DONE             VALUE "Y".

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           OPEN OUTPUT RISK-ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-RISK-FEED: cannot open RISKACK, "
                   "status=" WS-ACK-FILE-STATUS
                   " - no decisions applied"
               SET ACK-FILE-FAILED TO TRUE
           ELSE
               MOVE "N" TO WS-RISKIN-EOF
               OPEN INPUT RISK-DECISION-FILE
               IF WS-RISKIN-FILE-STATUS NOT = "00"
                   DISPLAY "CUSTOMER-RISK-FEED: no RISKIN decisions, "
                       "status=" WS-RISKIN-FILE-STATUS
                   SET RISKIN-EOF TO TRUE
               END-IF
               PERFORM UNTIL RISKIN-EOF
                   READ RISK-DECISION-FILE
                       AT END
                           SET RISKIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-DECISION
                   END-READ
               END-PERFORM
               IF WS-RISKIN-FILE-STATUS NOT = "35"
                   CLOSE RISK-DECISION-FILE
               END-IF
               PERFORM WRITE-ACK-TRAILER
               CLOSE RISK-ACK-FILE
           END-IF
           DISPLAY "CUSTOMER-RISK-FEED: read=" WS-READ-COUNT
               " applied=" WS-APPLIED-COUNT
               " unchanged=" WS-UNCHANGED-COUNT
               " rejected=" WS-REJECTED-COUNT
               " pending=" WS-PENDING-COUNT
               " errors=" WS-ERROR-COUNT
           EVALUATE TRUE
               WHEN ACK-FILE-FAILED OR WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0 OR WS-PENDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-RISK-FEED" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-READ-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * A version conflict means the customer changed between the
      * read and the update (an operator, or an earlier decision in
      * the same file); the decision is re-read and tried once more.
      *----------------------------------------------------------------
       APPLY-ONE-DECISION.
           MOVE SPACES TO RISK-ACK-RECORD
           MOVE RISK-CUST-ID TO ACK-CUST-ID
           MOVE RISK-ACTION TO ACK-ACTION
           MOVE RISK-REASON-CODE TO ACK-REASON-CODE
           MOVE RISK-CASE-REF TO ACK-CASE-REF
           MOVE SPACES TO WS-CORRELATION-ID
           STRING "RISK-" DELIMITED BY SIZE
                   FUNCTION TRIM(RISK-CASE-REF) DELIMITED BY SIZE
               INTO WS-CORRELATION-ID
           END-STRING
           EVALUATE TRUE
               WHEN RISK-CUST-ID = SPACES
                   MOVE "Customer id missing" TO ACK-DETAIL
                   PERFORM REJECT-INVALID-DECISION
               WHEN NOT RISK-SUSPEND AND NOT RISK-REINSTATE
                   MOVE "Action must be SUSPEND or REINSTATE"
                       TO ACK-DETAIL
                   PERFORM REJECT-INVALID-DECISION
               WHEN RISK-REASON-CODE = SPACES
                   MOVE "RISK reason code missing" TO ACK-DETAIL
                   PERFORM REJECT-INVALID-DECISION
               WHEN OTHER
                   IF RISK-SUSPEND
                       MOVE "SUSPENDED" TO WS-TARGET-STATUS
                   ELSE
                       MOVE "ACTIVE" TO WS-TARGET-STATUS
                   END-IF
                   MOVE "N" TO WS-DECISION-DONE-FLAG
                   PERFORM VARYING WS-ATTEMPT FROM 1 BY 1
                           UNTIL WS-ATTEMPT > 2 OR DECISION-DONE
                       PERFORM TRY-ONE-DECISION
                   END-PERFORM
                   IF NOT DECISION-DONE
                       ADD 1 TO WS-ERROR-COUNT
                       SET ACK-REJECTED TO TRUE
                       SET ACK-SYSTEM-ERROR TO TRUE
                       MOVE RESP-MESSAGE TO ACK-DETAIL
                       PERFORM WRITE-ACK-LINE
                   END-IF
           END-EVALUATE.

       REJECT-INVALID-DECISION.
           ADD 1 TO WS-REJECTED-COUNT
           SET ACK-REJECTED TO TRUE
           SET ACK-INVALID TO TRUE
           PERFORM WRITE-ACK-LINE.

      *----------------------------------------------------------------
      * The read goes through the service, so a merged duplicate is
      * recognised (the service follows CUSTXREF and says where the
      * customer went). RISK's decision is about the customer they
      * know; it is not carried over to the survivor - RISK decides
      * again against the surviving id.
      *----------------------------------------------------------------
       TRY-ONE-DECISION.
           PERFORM RESET-REQUEST
           MOVE "READ" TO REQ-OPERATION
           MOVE RISK-CUST-ID TO REQ-CUST-ID
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           EVALUATE TRUE
               WHEN RESP-OK AND RESP-WAS-MERGED
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ACK-REJECTED TO TRUE
                   SET ACK-MERGED-ID TO TRUE
                   MOVE RESP-MERGED-INTO-ID TO ACK-MERGED-INTO-ID
                   MOVE "Customer was merged; resend against the id"
                       TO ACK-DETAIL
                   PERFORM WRITE-ACK-LINE
               WHEN RESP-OK
                   PERFORM EXTRACT-CURRENT-STATE
                   PERFORM DECIDE-AGAINST-CURRENT
               WHEN RESP-NOT-FOUND
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ACK-REJECTED TO TRUE
                   SET ACK-NOT-FOUND TO TRUE
                   MOVE "Customer not found" TO ACK-DETAIL
                   PERFORM WRITE-ACK-LINE
               WHEN RESP-BAD-REQUEST OR RESP-UNPROCESSABLE
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ACK-REJECTED TO TRUE
                   SET ACK-INVALID TO TRUE
                   MOVE RESP-MESSAGE TO ACK-DETAIL
                   PERFORM WRITE-ACK-LINE
           END-EVALUATE.

       DECIDE-AGAINST-CURRENT.
           EVALUATE TRUE
               WHEN WS-CURRENT-STATUS = WS-TARGET-STATUS
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN RISK-REINSTATE
                       AND WS-CURRENT-STATUS NOT = "SUSPENDED"
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ACK-REJECTED TO TRUE
                   SET ACK-NOT-ALLOWED TO TRUE
                   MOVE SPACES TO ACK-DETAIL
                   STRING "Customer is " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-CURRENT-STATUS)
                               DELIMITED BY SIZE
                           ", not SUSPENDED - nothing to reinstate"
                               DELIMITED BY SIZE
                       INTO ACK-DETAIL
                   END-STRING
                   PERFORM WRITE-ACK-LINE
               WHEN OTHER
                   PERFORM SEND-STATUS-UPDATE
           END-EVALUATE.

       EXTRACT-CURRENT-STATE.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-CURRENT-STATUS
           UNSTRING RESP-BODY DELIMITED BY """status"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-CURRENT-STATUS
               END-UNSTRING
           END-IF
           MOVE 0 TO WS-CURRENT-VERSION
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-VERSION-TEXT
           UNSTRING RESP-BODY DELIMITED BY """version"":"
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY "," OR "}"
                   INTO WS-VERSION-TEXT
               END-UNSTRING
               IF WS-VERSION-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-VERSION-TEXT)
                       TO WS-CURRENT-VERSION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 200 applied, 202 parked for approval, 409 retried by the
      * caller, 422 refused by the lifecycle rules or validation.
      * Anything else (a Mongo failure) is left for the caller to
      * report as a system error.
      *----------------------------------------------------------------
       SEND-STATUS-UPDATE.
           MOVE WS-CURRENT-VERSION TO WS-VERSION-ED
           MOVE SPACES TO WS-UPDATE-PAYLOAD
           IF RISK-REINSTATE
               STRING "{""status"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TARGET-STATUS)
                           DELIMITED BY SIZE
                       """,""reasonCode"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(RISK-REASON-CODE)
                           DELIMITED BY SIZE
                       """,""override"":""Y"",""version"":"
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VERSION-ED) DELIMITED BY SIZE
                       "}" DELIMITED BY SIZE
                   INTO WS-UPDATE-PAYLOAD
               END-STRING
           ELSE
               STRING "{""status"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TARGET-STATUS)
                           DELIMITED BY SIZE
                       """,""reasonCode"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(RISK-REASON-CODE)
                           DELIMITED BY SIZE
                       """,""version"":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-VERSION-ED) DELIMITED BY SIZE
                       "}" DELIMITED BY SIZE
                   INTO WS-UPDATE-PAYLOAD
               END-STRING
           END-IF
           PERFORM RESET-REQUEST
           MOVE "UPDATE" TO REQ-OPERATION
           MOVE RISK-CUST-ID TO REQ-CUST-ID
           MOVE WS-UPDATE-PAYLOAD TO REQ-PAYLOAD
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           EVALUATE TRUE
               WHEN RESP-OK
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM ADD-DECISION-NOTE
               WHEN RESP-ACCEPTED
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-PENDING-COUNT
                   SET ACK-PENDING TO TRUE
                   SET ACK-AWAITING-APPROVAL TO TRUE
                   MOVE RESP-MESSAGE TO ACK-DETAIL
                   PERFORM WRITE-ACK-LINE
                   PERFORM ADD-DECISION-NOTE
               WHEN RESP-UNPROCESSABLE OR RESP-BAD-REQUEST
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ACK-REJECTED TO TRUE
                   IF RESP-MESSAGE = "Status transition is not allowed"
                       SET ACK-NOT-ALLOWED TO TRUE
                   ELSE
                       SET ACK-INVALID TO TRUE
                   END-IF
                   MOVE RESP-MESSAGE TO ACK-DETAIL
                   PERFORM WRITE-ACK-LINE
               WHEN RESP-NOT-FOUND
                   SET DECISION-DONE TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   SET ACK-REJECTED TO TRUE
                   SET ACK-NOT-FOUND TO TRUE
                   MOVE "Customer not found" TO ACK-DETAIL
                   PERFORM WRITE-ACK-LINE
           END-EVALUATE.

      * Leaves RISK's case reference on the customer's history where
      * the inquiry screen shows it; a note that fails does not undo
      * the decision.
       ADD-DECISION-NOTE.
           MOVE SPACES TO WS-NOTE-SUFFIX
           IF RESP-ACCEPTED
               MOVE " - awaiting supervisor approval" TO WS-NOTE-SUFFIX
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "RISK " DELIMITED BY SIZE
                   FUNCTION TRIM(RISK-ACTION) DELIMITED BY SIZE
                   " reason " DELIMITED BY SIZE
                   FUNCTION TRIM(RISK-REASON-CODE) DELIMITED BY SIZE
                   " case " DELIMITED BY SIZE
                   FUNCTION TRIM(RISK-CASE-REF) DELIMITED BY SIZE
                   WS-NOTE-SUFFIX DELIMITED BY "  "
               INTO WS-NOTE-TEXT
           END-STRING
           PERFORM RESET-REQUEST
           MOVE "NOTE-ADD" TO REQ-OPERATION
           MOVE RISK-CUST-ID TO REQ-CUST-ID
           STRING "{""author"":""" DELIMITED BY SIZE
                   WS-RISK-USER DELIMITED BY SPACE
                   """,""noteText"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-TEXT) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO REQ-PAYLOAD
           END-STRING
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           IF NOT RESP-CREATED
               DISPLAY "CUSTOMER-RISK-FEED: decision note not added "
                   "for " RISK-CUST-ID " resp=" RESP-CODE " "
                   RESP-MESSAGE
           END-IF.

       RESET-REQUEST.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-RISK-USER TO REQ-USER
           MOVE WS-CORRELATION-ID TO REQ-CORRELATION-ID
           MOVE 0 TO REQ-VERSION REQ-PAGE REQ-PAGE-SIZE
               REQ-RETENTION-DAYS REQ-BULK-ITEM-COUNT
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY.

       WRITE-ACK-LINE.
           MOVE WS-RUN-TIMESTAMP TO ACK-RUN-TIMESTAMP
           WRITE RISK-ACK-RECORD.

       WRITE-ACK-TRAILER.
           MOVE SPACES TO RISK-ACK-RECORD
           MOVE WS-RUN-TIMESTAMP TO ACK-RUN-TIMESTAMP
           SET ACK-TRAILER TO TRUE
           MOVE WS-READ-COUNT TO ACK-TRL-READ-COUNT
           MOVE WS-APPLIED-COUNT TO ACK-TRL-APPLIED-COUNT
           MOVE WS-UNCHANGED-COUNT TO ACK-TRL-UNCHANGED-COUNT
           COMPUTE ACK-TRL-REJECTED-COUNT =
               WS-REJECTED-COUNT + WS-ERROR-COUNT
           MOVE WS-PENDING-COUNT TO ACK-TRL-PENDING-COUNT
           WRITE RISK-ACK-RECORD.
