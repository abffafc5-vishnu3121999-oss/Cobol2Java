       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-APPROVAL-EXPIRE.

      *----------------------------------------------------------------
      * Nightly sweep of the four-eyes approval file (CUSTAPPR).
      * An override-required UPDATE is parked by CUSTOMER-SERVICE
      * until a second operator approves or rejects it on the inquiry
      * screen; one left undecided for CUSTOMER_APPROVAL_EXPIRY_DAYS
      * (default 5, the same setting the service uses) is closed here
      * through the service's PENDING-EXPIRE operation, which writes
      * the expiry record and its AUDITLOG line. Nothing is ever
      * applied to Mongo by this step. Every expired item, and every
      * item still waiting, is written to APPRRPT. An expiry the
      * service refuses ends the step RC 8.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "CUSTAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-APPROVAL-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PENDING-APPROVAL-RECORD.cpy".

       FD  APPROVAL-REPORT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/APPROVAL-REPORT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".

       01  WS-APPR-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-APPR-EOF               PIC X VALUE "N".
           88  APPR-EOF                  VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

      * Same job-user convention as CUSTOMER-API and CUSTOMER-RECON.
       01  WS-JOB-USER               PIC X(8) VALUE "CUSTNITE".
       01  WS-JOB-USER-ENV           PIC X(8).

       01  WS-EXPIRY-DAYS            PIC 9(3) VALUE 5.
       01  WS-EXPIRY-ENV             PIC X(10).
       01  WS-TODAY-INT              PIC 9(9) VALUE 0.
       01  WS-REQUESTED-INT          PIC 9(9) VALUE 0.
       01  WS-AGE-DAYS               PIC 9(5) VALUE 0.

      * Open items, built the way the service builds them: a parked
      * record adds one, any later record for the id removes it.
       01  WS-OPEN-MAX               PIC 9(4) VALUE 2000.
       01  WS-OPEN-COUNT             PIC 9(4) VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OPEN-IDX.
               10  WS-OPEN-PENDING-ID    PIC X(20).
               10  WS-OPEN-CUST-ID       PIC X(24).
               10  WS-OPEN-FROM-STATUS   PIC X(10).
               10  WS-OPEN-TO-STATUS     PIC X(10).
               10  WS-OPEN-REQUESTED-BY  PIC X(8).
               10  WS-OPEN-REQUESTED-TS  PIC X(26).
       01  WS-SHIFT-IDX              PIC 9(4) VALUE 0.
       01  WS-FOUND-FLAG             PIC X VALUE "N".
           88  OPEN-FOUND                VALUE "Y".
       01  WS-OVERFLOW-FLAG          PIC X VALUE "N".
           88  OPEN-TABLE-OVERFLOW       VALUE "Y".

       01  WS-EXPIRED-COUNT          PIC 9(9) VALUE 0.
       01  WS-STILL-OPEN-COUNT       PIC 9(9) VALUE 0.
       01  WS-FAILED-COUNT           PIC 9(9) VALUE 0.
       01  WS-COUNT-ED               PIC Z(8)9.

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM LOAD-JOB-USER
           PERFORM LOAD-EXPIRY-CONFIG
           PERFORM LOAD-OPEN-ITEMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-TIMESTAMP(1:8)))
           OPEN OUTPUT APPROVAL-REPORT-FILE
           MOVE "EXPIRED" TO APRP-SECTION
           MOVE "Closed unapproved - requester must resubmit"
               TO APRP-DETAIL
           PERFORM WRITE-SECTION-HEADER
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               PERFORM COMPUTE-ITEM-AGE
               IF WS-AGE-DAYS NOT < WS-EXPIRY-DAYS
                   PERFORM EXPIRE-ONE-ITEM
               END-IF
           END-PERFORM
           MOVE "OPEN" TO APRP-SECTION
           MOVE "Still waiting for a second operator" TO APRP-DETAIL
           PERFORM WRITE-SECTION-HEADER
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               PERFORM COMPUTE-ITEM-AGE
               IF WS-AGE-DAYS < WS-EXPIRY-DAYS
                   ADD 1 TO WS-STILL-OPEN-COUNT
                   MOVE "OPEN" TO APRP-SECTION
                   MOVE "Awaiting approval" TO APRP-DETAIL
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-SUMMARY
           CLOSE APPROVAL-REPORT-FILE
           IF WS-FAILED-COUNT > 0 OR OPEN-TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-APPROVAL-EXPIRE" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-OPEN-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       LOAD-JOB-USER.
           MOVE SPACES TO WS-JOB-USER-ENV
           ACCEPT WS-JOB-USER-ENV
               FROM ENVIRONMENT "CUSTOMER_BATCH_JOB_NAME"
           IF WS-JOB-USER-ENV NOT = SPACES
               MOVE WS-JOB-USER-ENV TO WS-JOB-USER
           END-IF.

       LOAD-EXPIRY-CONFIG.
           MOVE SPACES TO WS-EXPIRY-ENV
           ACCEPT WS-EXPIRY-ENV
               FROM ENVIRONMENT "CUSTOMER_APPROVAL_EXPIRY_DAYS"
           IF WS-EXPIRY-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-EXPIRY-ENV) TO WS-EXPIRY-DAYS
           END-IF.

      * The file is closed again before any service call, since the
      * service appends the expiry record to it.
       LOAD-OPEN-ITEMS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-APPR-EOF
           OPEN INPUT PENDING-APPROVAL-FILE
           IF WS-APPR-FILE-STATUS NOT = "00"
               SET APPR-EOF TO TRUE
           END-IF
           PERFORM UNTIL APPR-EOF
               READ PENDING-APPROVAL-FILE
                   AT END
                       SET APPR-EOF TO TRUE
                   NOT AT END
                       IF PAPR-IS-PARKED
                           PERFORM ADD-OPEN-ITEM
                       ELSE
                           PERFORM REMOVE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPR-FILE-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       ADD-OPEN-ITEM.
           IF WS-OPEN-COUNT < WS-OPEN-MAX
               ADD 1 TO WS-OPEN-COUNT
               SET WS-OPEN-IDX TO WS-OPEN-COUNT
               MOVE PAPR-PENDING-ID TO WS-OPEN-PENDING-ID(WS-OPEN-IDX)
               MOVE PAPR-CUST-ID TO WS-OPEN-CUST-ID(WS-OPEN-IDX)
               MOVE PAPR-FROM-STATUS
                   TO WS-OPEN-FROM-STATUS(WS-OPEN-IDX)
               MOVE PAPR-TO-STATUS TO WS-OPEN-TO-STATUS(WS-OPEN-IDX)
               MOVE PAPR-REQUESTED-BY
                   TO WS-OPEN-REQUESTED-BY(WS-OPEN-IDX)
               MOVE PAPR-REQUESTED-TS
                   TO WS-OPEN-REQUESTED-TS(WS-OPEN-IDX)
           ELSE
               IF NOT OPEN-TABLE-OVERFLOW
                   DISPLAY "CUSTOMER-APPROVAL-EXPIRE: more than "
                       WS-OPEN-MAX " open items; the rest are "
                       "left for the next run"
               END-IF
               SET OPEN-TABLE-OVERFLOW TO TRUE
           END-IF.

       REMOVE-OPEN-ITEM.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                      OR OPEN-FOUND
               IF WS-OPEN-PENDING-ID(WS-OPEN-IDX) = PAPR-PENDING-ID
                   SET OPEN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF OPEN-FOUND
               SET WS-OPEN-IDX DOWN BY 1
               SET WS-SHIFT-IDX TO WS-OPEN-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-OPEN-COUNT
                   MOVE WS-OPEN-ENTRY(WS-SHIFT-IDX + 1)
                       TO WS-OPEN-ENTRY(WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-OPEN-COUNT
           END-IF.

       COMPUTE-ITEM-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-OPEN-REQUESTED-TS(WS-OPEN-IDX)(1:8) IS NUMERIC
               COMPUTE WS-REQUESTED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(
                       WS-OPEN-REQUESTED-TS(WS-OPEN-IDX)(1:8)))
               IF WS-TODAY-INT > WS-REQUESTED-INT
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INT - WS-REQUESTED-INT
               END-IF
           END-IF.

       EXPIRE-ONE-ITEM.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-JOB-USER TO REQ-USER
           MOVE "PENDING-EXPIRE" TO REQ-OPERATION
           MOVE WS-OPEN-CUST-ID(WS-OPEN-IDX) TO REQ-CUST-ID
           STRING "{""pendingId"":""" DELIMITED BY SIZE
                   WS-OPEN-PENDING-ID(WS-OPEN-IDX) DELIMITED BY SPACE
                   """}" DELIMITED BY SIZE
               INTO REQ-PAYLOAD
           END-STRING
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           IF RESP-OK
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED" TO APRP-SECTION
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "FAILED" TO APRP-SECTION
               DISPLAY "CUSTOMER-APPROVAL-EXPIRE: pending id "
                   WS-OPEN-PENDING-ID(WS-OPEN-IDX) " not expired, "
                   "resp=" RESP-CODE " " RESP-MESSAGE
           END-IF
           MOVE RESP-MESSAGE TO APRP-DETAIL
           PERFORM WRITE-DETAIL-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-RUN-TIMESTAMP TO APRP-RUN-TIMESTAMP
           MOVE WS-OPEN-PENDING-ID(WS-OPEN-IDX) TO APRP-PENDING-ID
           MOVE WS-OPEN-CUST-ID(WS-OPEN-IDX) TO APRP-CUST-ID
           MOVE WS-OPEN-FROM-STATUS(WS-OPEN-IDX) TO APRP-FROM-STATUS
           MOVE WS-OPEN-TO-STATUS(WS-OPEN-IDX) TO APRP-TO-STATUS
           MOVE WS-OPEN-REQUESTED-BY(WS-OPEN-IDX) TO APRP-REQUESTED-BY
           MOVE WS-OPEN-REQUESTED-TS(WS-OPEN-IDX) TO APRP-REQUESTED-TS
           MOVE WS-AGE-DAYS TO APRP-AGE-DAYS
           WRITE APPROVAL-REPORT-RECORD.

       WRITE-SECTION-HEADER.
           MOVE WS-RUN-TIMESTAMP TO APRP-RUN-TIMESTAMP
           MOVE SPACES TO APRP-PENDING-ID APRP-CUST-ID APRP-FROM-STATUS
               APRP-TO-STATUS APRP-REQUESTED-BY APRP-REQUESTED-TS
           MOVE 0 TO APRP-AGE-DAYS
           WRITE APPROVAL-REPORT-RECORD.

       WRITE-SUMMARY.
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           MOVE WS-RUN-TIMESTAMP TO APRP-RUN-TIMESTAMP
           MOVE "SUMMARY" TO APRP-SECTION
           MOVE 0 TO APRP-AGE-DAYS
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-ED
           STRING "Expired this run: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO APRP-DETAIL
           END-STRING
           WRITE APPROVAL-REPORT-RECORD
           MOVE SPACES TO APRP-DETAIL
           MOVE WS-STILL-OPEN-COUNT TO WS-COUNT-ED
           STRING "Still awaiting approval: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO APRP-DETAIL
           END-STRING
           WRITE APPROVAL-REPORT-RECORD
           MOVE SPACES TO APRP-DETAIL
           MOVE WS-FAILED-COUNT TO WS-COUNT-ED
           STRING "Expiries refused by the service: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO APRP-DETAIL
           END-STRING
           WRITE APPROVAL-REPORT-RECORD
           DISPLAY "CUSTOMER-APPROVAL-EXPIRE: expired="
               WS-EXPIRED-COUNT " open=" WS-STILL-OPEN-COUNT
               " failed=" WS-FAILED-COUNT.
