       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DORMANCY.

      *----------------------------------------------------------------
      * Monthly dormant-customer sweep. An ACTIVE customer is dormant
      * when nothing has happened to it within the dormancy window:
      * no AUDITLOG line (every non-READ service call writes one),
      * no interaction note, and not created inside the window
      * either. Each dormant customer gets one UPDATE transaction -
      * status INACTIVE, reasonCode DORMANT, at the version it was
      * seen at - appended behind the night's existing transaction
      * file, so the move goes through CUSTOMER-TXN-EDIT and
      * CUSTOMER-API like any other change and is audited and
      * published by the service as usual. A customer touched
      * between this run and the nightly load fails the version
      * check there and is simply left alone.
      *
      * Customers on the do-not-dormant list (DORMEXEM - VIP,
      * legal hold) are never moved; they are listed on the review
      * report (DORMRPT) as EXEMPT next to the DORMANT ones.
      *
      * The matching is one sort, keyed by customer id: every
      * AUDITLOG line, every exemption and every ACTIVE customer
      * (paged from the repository) is released, the customer last
      * in its group, so by the time a customer comes back its last
      * audit activity and any exemption are already known. Notes
      * are only looked up for customers with no audit activity in
      * the window.
      *
      * Configuration, from the environment:
      *   CUSTOMER_DORMANCY_DAYS      dormancy window, default 1095
      *   CUSTOMER_DORMANCY_MAX_TXNS  most moves per run, default 2000
      *
      * The existing transaction file (CUSTTXNI, optional) is copied
      * through and its trailer balanced exactly as in
      * CUSTOMER-PARTNER-CONVERT; CUSTTXNO gets one trailer for both.
      *
      * RC 0 clean; RC 4 when the per-run limit was reached (the rest
      * are picked up next month); RC 8 - and the job's copy-back is
      * skipped, leaving the transaction file untouched - when the
      * existing file does not balance, the audit log or exemption
      * list cannot be read, no ACTIVE customers come back from the
      * repository, or the audit log shows no activity at all inside
      * the window (an emptied or wrong AUDITLOG would otherwise make
      * every customer look dormant).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DORMANT-EXEMPT-FILE ASSIGN TO "DORMEXEM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-FILE-STATUS.
           SELECT EXISTING-TXN-FILE ASSIGN TO "CUSTTXNI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXISTING-FILE-STATUS.
           SELECT CUSTOMER-TXN-FILE ASSIGN TO "CUSTTXNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT DORMANT-REVIEW-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT DORM-SORT-FILE ASSIGN TO "DORMSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY "copybooks/AUDIT-LOG-RECORD.cpy".

       FD  DORMANT-EXEMPT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/DORMANT-EXEMPT-RECORD.cpy".

       FD  EXISTING-TXN-FILE
           RECORDING MODE IS F.
       01  EXISTING-TXN-RECORD       PIC X(601).

       FD  CUSTOMER-TXN-FILE
           RECORDING MODE IS F.
       COPY "copybooks/TXN-RECORD.cpy".

       FD  DORMANT-REVIEW-FILE
           RECORDING MODE IS F.
       COPY "copybooks/DORMANT-REVIEW-RECORD.cpy".

      * DSORT-TYPE orders a customer's group: audit lines, then its
      * exemption, then the ACTIVE customer itself.
       SD  DORM-SORT-FILE.
       01  DORM-SORT-RECORD.
           05  DSORT-CUST-ID         PIC X(24).
           05  DSORT-TYPE            PIC X(01).
               88  DSORT-AUDIT           VALUE "1".
               88  DSORT-EXEMPT          VALUE "2".
               88  DSORT-CUSTOMER        VALUE "3".
           05  DSORT-TIMESTAMP       PIC X(26).
           05  DSORT-VERSION         PIC 9(09).
           05  DSORT-NAME            PIC X(60).
           05  DSORT-EXEMPT-REASON   PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
       COPY "copybooks/CUSTOMER-REC.cpy".

       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EXEMPT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-EXISTING-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-TXN-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF              PIC X VALUE "N".
           88  AUDIT-EOF                 VALUE "Y".
       01  WS-EXEMPT-EOF             PIC X VALUE "N".
           88  EXEMPT-EOF                VALUE "Y".
       01  WS-EXISTING-EOF           PIC X VALUE "N".
           88  EXISTING-EOF              VALUE "Y".
       01  WS-SORT-RETURN-EOF        PIC X VALUE "N".
           88  SORT-RETURN-EOF           VALUE "Y".
       01  WS-FILE-UNUSABLE-FLAG     PIC X VALUE "N".
           88  FILE-UNUSABLE             VALUE "Y".
       01  WS-BALANCE-FAILED-FLAG    PIC X VALUE "N".
           88  BALANCE-FAILED            VALUE "Y".
       01  WS-SWEEP-REFUSED-FLAG     PIC X VALUE "N".
           88  SWEEP-REFUSED             VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

       01  WS-DORMANCY-DAYS          PIC 9(5) VALUE 1095.
       01  WS-MAX-TXNS               PIC 9(9) VALUE 2000.
       01  WS-CONFIG-ENV             PIC X(10).
       01  WS-TODAY-INT              PIC 9(9).
       01  WS-CUTOFF-INT             PIC 9(9).
       01  WS-CUTOFF-DATE            PIC 9(8).
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE PIC X(8).

      *----------------------------------------------------------------
      * Existing-file pass-through and trailer balancing, as in
      * CUSTOMER-PARTNER-CONVERT.
      *----------------------------------------------------------------
       01  WS-EXISTING-TRAILER.
           05  WS-ET-OPERATION       PIC X(14).
           05  WS-ET-COUNT           PIC 9(9).
           05  WS-ET-FILLER          PIC X(578).
       01  WS-EXISTING-COUNT         PIC 9(9) VALUE 0.
       01  WS-EXISTING-EXPECTED      PIC 9(9) VALUE 0.
       01  WS-EXISTING-TRAILER-FLAG  PIC X VALUE "N".
           88  EXISTING-TRAILER-SEEN     VALUE "Y".
       01  WS-TXN-WRITTEN            PIC 9(9) VALUE 0.
       01  WS-TXN-SEQ                PIC 9(9) VALUE 0.

       01  WS-AUDIT-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-AUDIT-IN-WINDOW        PIC 9(9) VALUE 0.
       01  WS-EXEMPT-COUNT           PIC 9(9) VALUE 0.
       01  WS-ACTIVE-COUNT           PIC 9(9) VALUE 0.
       01  WS-RECENT-CREATED-COUNT   PIC 9(9) VALUE 0.
       01  WS-RECENT-AUDIT-COUNT     PIC 9(9) VALUE 0.
       01  WS-RECENT-NOTE-COUNT      PIC 9(9) VALUE 0.
       01  WS-DORMANT-COUNT          PIC 9(9) VALUE 0.
       01  WS-EXEMPTED-COUNT         PIC 9(9) VALUE 0.
       01  WS-DEFERRED-COUNT         PIC 9(9) VALUE 0.
       01  WS-COUNT-ED               PIC Z(8)9.

       01  WS-LIST-PAGE              PIC 9(4).
       01  WS-LIST-MORE-PAGES-FLAG   PIC X VALUE "Y".
           88  WS-LIST-MORE-PAGES        VALUE "Y".
           88  WS-LIST-NO-MORE-PAGES     VALUE "N".
       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).
       01  WS-VERSION-TEXT           PIC X(12).
       01  WS-PARSE-ID               PIC X(24).
       01  WS-PARSE-NAME             PIC X(60).
       01  WS-PARSE-CREATED          PIC X(26).
       01  WS-PARSE-VERSION          PIC 9(9).

      * The current customer group coming back from the sort.
       01  WS-GROUP-CUST-ID          PIC X(24) VALUE SPACES.
       01  WS-GROUP-LAST-AUDIT       PIC X(26).
       01  WS-GROUP-EXEMPT-REASON    PIC X(10).
       01  WS-LAST-NOTE-TS           PIC X(26).
       01  WS-NOTE-CREATED           PIC X(26).
       01  WS-NOTE-PAGE              PIC 9(4).
       01  WS-NOTE-MORE-FLAG         PIC X VALUE "Y".
           88  NOTE-MORE-PAGES           VALUE "Y".
       01  WS-VERSION-ED             PIC Z(8)9.
       01  WS-TXN-PAYLOAD            PIC X(500).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM LOAD-DORMANCY-CONFIG
           OPEN OUTPUT CUSTOMER-TXN-FILE
           PERFORM COPY-EXISTING-TRANSACTIONS
           IF NOT BALANCE-FAILED
               PERFORM OPEN-SWEEP-INPUTS
           END-IF
           IF NOT BALANCE-FAILED AND NOT FILE-UNUSABLE
               MOVE "N" TO WS-SORT-RETURN-EOF
               SORT DORM-SORT-FILE
                   ON ASCENDING KEY DSORT-CUST-ID DSORT-TYPE
                   INPUT PROCEDURE IS RELEASE-SWEEP-INPUTS
                   OUTPUT PROCEDURE IS SWEEP-CUSTOMER-GROUPS
           END-IF
           PERFORM WRITE-TXN-TRAILER
           CLOSE CUSTOMER-TXN-FILE
           PERFORM WRITE-SUMMARY
           EVALUATE TRUE
               WHEN BALANCE-FAILED OR FILE-UNUSABLE OR SWEEP-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEFERRED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-DORMANCY-CONFIG.
           MOVE SPACES TO WS-CONFIG-ENV
           ACCEPT WS-CONFIG-ENV
               FROM ENVIRONMENT "CUSTOMER_DORMANCY_DAYS"
           IF WS-CONFIG-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-ENV) TO WS-DORMANCY-DAYS
           END-IF
           MOVE SPACES TO WS-CONFIG-ENV
           ACCEPT WS-CONFIG-ENV
               FROM ENVIRONMENT "CUSTOMER_DORMANCY_MAX_TXNS"
           IF WS-CONFIG-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CONFIG-ENV) TO WS-MAX-TXNS
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-TIMESTAMP(1:8)))
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-DORMANCY-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           DISPLAY "CUSTOMER-DORMANCY: window=" WS-DORMANCY-DAYS
               " days, no activity since " WS-CUTOFF-DATE-X
               ", max moves=" WS-MAX-TXNS.

       COPY-EXISTING-TRANSACTIONS.
           OPEN INPUT EXISTING-TXN-FILE
           IF WS-EXISTING-FILE-STATUS NOT = "00"
               SET EXISTING-EOF TO TRUE
               SET EXISTING-TRAILER-SEEN TO TRUE
           END-IF
           PERFORM UNTIL EXISTING-EOF
               READ EXISTING-TXN-FILE
                   AT END
                       SET EXISTING-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-EXISTING-TXN
               END-READ
           END-PERFORM
           IF WS-EXISTING-FILE-STATUS NOT = "35"
               CLOSE EXISTING-TXN-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT EXISTING-TRAILER-SEEN
                   DISPLAY "CUSTOMER-DORMANCY: WARNING - no "
                       "trailer on the existing transaction file"
                   SET BALANCE-FAILED TO TRUE
               WHEN WS-EXISTING-EXPECTED NOT = WS-EXISTING-COUNT
                   DISPLAY "CUSTOMER-DORMANCY: WARNING - "
                       "existing trailer expects "
                       WS-EXISTING-EXPECTED " record(s) but "
                       WS-EXISTING-COUNT " were read"
                   SET BALANCE-FAILED TO TRUE
           END-EVALUATE.

       COPY-ONE-EXISTING-TXN.
           MOVE EXISTING-TXN-RECORD TO WS-EXISTING-TRAILER
           IF WS-ET-OPERATION = "*TRAILER*"
               SET EXISTING-TRAILER-SEEN TO TRUE
               MOVE WS-ET-COUNT TO WS-EXISTING-EXPECTED
           ELSE
               ADD 1 TO WS-EXISTING-COUNT
               MOVE EXISTING-TXN-RECORD TO TXN-RECORD
               WRITE TXN-RECORD
               ADD 1 TO WS-TXN-WRITTEN
           END-IF.

      *----------------------------------------------------------------
      * Both inputs are required: without the audit log every
      * customer looks dormant, and without the exemption list a
      * legal-hold account could be moved.
      *----------------------------------------------------------------
       OPEN-SWEEP-INPUTS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-DORMANCY: cannot open audit log, "
                   "status=" WS-AUDIT-FILE-STATUS
               SET FILE-UNUSABLE TO TRUE
           ELSE
               OPEN INPUT DORMANT-EXEMPT-FILE
               IF WS-EXEMPT-FILE-STATUS NOT = "00"
                   DISPLAY "CUSTOMER-DORMANCY: cannot open do-not-"
                       "dormant list, status=" WS-EXEMPT-FILE-STATUS
                   SET FILE-UNUSABLE TO TRUE
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-IF.

       RELEASE-SWEEP-INPUTS.
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM RELEASE-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           PERFORM UNTIL EXEMPT-EOF
               READ DORMANT-EXEMPT-FILE
                   AT END
                       SET EXEMPT-EOF TO TRUE
                   NOT AT END
                       PERFORM RELEASE-ONE-EXEMPTION
               END-READ
           END-PERFORM
           CLOSE DORMANT-EXEMPT-FILE
           PERFORM RELEASE-ACTIVE-CUSTOMERS.

       RELEASE-ONE-AUDIT-LINE.
           ADD 1 TO WS-AUDIT-READ-COUNT
           IF AUDIT-CUST-ID NOT = SPACES
               IF AUDIT-TIMESTAMP(1:8) NOT < WS-CUTOFF-DATE-X
                   ADD 1 TO WS-AUDIT-IN-WINDOW
               END-IF
               MOVE SPACES TO DORM-SORT-RECORD
               MOVE AUDIT-CUST-ID TO DSORT-CUST-ID
               SET DSORT-AUDIT TO TRUE
               MOVE AUDIT-TIMESTAMP TO DSORT-TIMESTAMP
               MOVE 0 TO DSORT-VERSION
               RELEASE DORM-SORT-RECORD
           END-IF.

       RELEASE-ONE-EXEMPTION.
           IF DEX-CUST-ID NOT = SPACES
               ADD 1 TO WS-EXEMPT-COUNT
               MOVE SPACES TO DORM-SORT-RECORD
               MOVE DEX-CUST-ID TO DSORT-CUST-ID
               SET DSORT-EXEMPT TO TRUE
               MOVE 0 TO DSORT-VERSION
               MOVE DEX-REASON TO DSORT-EXEMPT-REASON
               IF DSORT-EXEMPT-REASON = SPACES
                   MOVE "EXEMPT" TO DSORT-EXEMPT-REASON
               END-IF
               RELEASE DORM-SORT-RECORD
           END-IF.

       RELEASE-ACTIVE-CUSTOMERS.
           MOVE 1 TO WS-LIST-PAGE
           SET WS-LIST-MORE-PAGES TO TRUE
           PERFORM UNTIL NOT WS-LIST-MORE-PAGES
               MOVE SPACES TO REQUEST-CTX
               MOVE "LIST" TO REQ-OPERATION
               MOVE "ACTIVE" TO REQ-STATUS-FILTER
               MOVE WS-LIST-PAGE TO REQ-PAGE
               MOVE 100 TO REQ-PAGE-SIZE
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               MOVE 0 TO RESP-LIST-COUNT
               MOVE SPACES TO CUSTOMER-REC
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                   PERFORM RELEASE-ONE-CUSTOMER
               END-PERFORM
               IF RESP-LIST-COUNT < REQ-PAGE-SIZE
                   SET WS-LIST-NO-MORE-PAGES TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-PAGE
               END-IF
           END-PERFORM.

       RELEASE-ONE-CUSTOMER.
           PERFORM EXTRACT-LIST-ITEM-FIELDS
           IF WS-PARSE-ID NOT = SPACES
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE SPACES TO DORM-SORT-RECORD
               MOVE WS-PARSE-ID TO DSORT-CUST-ID
               SET DSORT-CUSTOMER TO TRUE
               MOVE WS-PARSE-CREATED TO DSORT-TIMESTAMP
               MOVE WS-PARSE-VERSION TO DSORT-VERSION
               MOVE WS-PARSE-NAME TO DSORT-NAME
               RELEASE DORM-SORT-RECORD
           END-IF.

       EXTRACT-LIST-ITEM-FIELDS.
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-NAME WS-PARSE-CREATED
           MOVE 0 TO WS-PARSE-VERSION
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """id"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-PARSE-ID
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """name"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-PARSE-NAME
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """createdAt"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-PARSE-CREATED
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-VERSION-TEXT
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """version"":"
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY "," OR "}"
                   INTO WS-VERSION-TEXT
               END-UNSTRING
               IF WS-VERSION-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-VERSION-TEXT)
                       TO WS-PARSE-VERSION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The safety checks are made here, once the input side is
      * complete and before anything is written to the report.
      *----------------------------------------------------------------
       SWEEP-CUSTOMER-GROUPS.
           EVALUATE TRUE
               WHEN WS-ACTIVE-COUNT = 0
                   DISPLAY "CUSTOMER-DORMANCY: customer list came "
                       "back empty for ACTIVE; nothing swept"
                   SET SWEEP-REFUSED TO TRUE
               WHEN WS-AUDIT-IN-WINDOW = 0
                   DISPLAY "CUSTOMER-DORMANCY: audit log ("
                       WS-AUDIT-READ-COUNT " lines) shows no "
                       "activity since " WS-CUTOFF-DATE-X
                       "; wrong or emptied AUDITLOG? nothing swept"
                   SET SWEEP-REFUSED TO TRUE
           END-EVALUATE
           IF NOT SWEEP-REFUSED
               OPEN EXTEND DORMANT-REVIEW-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT DORMANT-REVIEW-FILE
               END-IF
               PERFORM UNTIL SORT-RETURN-EOF
                   RETURN DORM-SORT-FILE
                       AT END
                           SET SORT-RETURN-EOF TO TRUE
                       NOT AT END
                           PERFORM SWEEP-ONE-SORT-RECORD
                   END-RETURN
               END-PERFORM
               PERFORM WRITE-REVIEW-SUMMARY
               CLOSE DORMANT-REVIEW-FILE
           END-IF.

       SWEEP-ONE-SORT-RECORD.
           IF DSORT-CUST-ID NOT = WS-GROUP-CUST-ID
               MOVE DSORT-CUST-ID TO WS-GROUP-CUST-ID
               MOVE SPACES TO WS-GROUP-LAST-AUDIT
               MOVE SPACES TO WS-GROUP-EXEMPT-REASON
           END-IF
           EVALUATE TRUE
               WHEN DSORT-AUDIT
                   IF DSORT-TIMESTAMP > WS-GROUP-LAST-AUDIT
                       MOVE DSORT-TIMESTAMP TO WS-GROUP-LAST-AUDIT
                   END-IF
               WHEN DSORT-EXEMPT
                   MOVE DSORT-EXEMPT-REASON TO WS-GROUP-EXEMPT-REASON
               WHEN DSORT-CUSTOMER
                   PERFORM CHECK-ONE-CUSTOMER
           END-EVALUATE.

       CHECK-ONE-CUSTOMER.
           MOVE SPACES TO WS-LAST-NOTE-TS
           EVALUATE TRUE
               WHEN DSORT-TIMESTAMP(1:8) IS NUMERIC
                       AND DSORT-TIMESTAMP(1:8) NOT < WS-CUTOFF-DATE-X
                   ADD 1 TO WS-RECENT-CREATED-COUNT
               WHEN WS-GROUP-LAST-AUDIT NOT = SPACES
                       AND WS-GROUP-LAST-AUDIT(1:8)
                           NOT < WS-CUTOFF-DATE-X
                   ADD 1 TO WS-RECENT-AUDIT-COUNT
               WHEN OTHER
                   PERFORM FIND-LAST-NOTE
                   IF WS-LAST-NOTE-TS NOT = SPACES
                           AND WS-LAST-NOTE-TS(1:8)
                               NOT < WS-CUTOFF-DATE-X
                       ADD 1 TO WS-RECENT-NOTE-COUNT
                   ELSE
                       PERFORM HANDLE-DORMANT-CUSTOMER
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Pages through the customer's notes for the latest createdAt,
      * stopping as soon as one inside the window turns up.
      *----------------------------------------------------------------
       FIND-LAST-NOTE.
           MOVE 1 TO WS-NOTE-PAGE
           SET NOTE-MORE-PAGES TO TRUE
           PERFORM UNTIL NOT NOTE-MORE-PAGES
               MOVE SPACES TO REQUEST-CTX
               MOVE "NOTE-LIST" TO REQ-OPERATION
               MOVE DSORT-CUST-ID TO REQ-CUST-ID
               MOVE WS-NOTE-PAGE TO REQ-PAGE
               MOVE 100 TO REQ-PAGE-SIZE
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               MOVE 0 TO RESP-LIST-COUNT
               MOVE SPACES TO CUSTOMER-REC
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                   PERFORM CHECK-ONE-NOTE
               END-PERFORM
               IF RESP-LIST-COUNT < REQ-PAGE-SIZE
                       OR WS-LAST-NOTE-TS(1:8) NOT < WS-CUTOFF-DATE-X
                   MOVE "N" TO WS-NOTE-MORE-FLAG
               ELSE
                   ADD 1 TO WS-NOTE-PAGE
               END-IF
           END-PERFORM.

       CHECK-ONE-NOTE.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-CREATED
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """createdAt"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-CREATED
               END-UNSTRING
           END-IF
           IF WS-NOTE-CREATED > WS-LAST-NOTE-TS
               MOVE WS-NOTE-CREATED TO WS-LAST-NOTE-TS
           END-IF.

       HANDLE-DORMANT-CUSTOMER.
           MOVE SPACES TO DORMANT-REVIEW-RECORD
           MOVE WS-RUN-TIMESTAMP TO DREV-RUN-TIMESTAMP
           MOVE DSORT-CUST-ID TO DREV-CUST-ID
           MOVE DSORT-NAME TO DREV-NAME
           MOVE DSORT-TIMESTAMP(1:8) TO DREV-CREATED-DATE
           MOVE WS-GROUP-LAST-AUDIT(1:8) TO DREV-LAST-AUDIT-DATE
           MOVE WS-LAST-NOTE-TS(1:8) TO DREV-LAST-NOTE-DATE
           EVALUATE TRUE
               WHEN WS-GROUP-EXEMPT-REASON NOT = SPACES
                   ADD 1 TO WS-EXEMPTED-COUNT
                   SET DREV-EXEMPT TO TRUE
                   MOVE WS-GROUP-EXEMPT-REASON TO DREV-EXEMPT-REASON
                   MOVE "On the do-not-dormant list; left ACTIVE"
                       TO DREV-DETAIL
                   WRITE DORMANT-REVIEW-RECORD
               WHEN WS-DORMANT-COUNT NOT < WS-MAX-TXNS
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM WRITE-DORMANT-TXN
                   SET DREV-DORMANT TO TRUE
                   MOVE TXN-CORRELATION-ID TO DREV-CORRELATION-ID
                   MOVE "UPDATE to INACTIVE, reason DORMANT"
                       TO DREV-DETAIL
                   WRITE DORMANT-REVIEW-RECORD
           END-EVALUATE.

       WRITE-DORMANT-TXN.
           ADD 1 TO WS-TXN-SEQ
           MOVE SPACES TO TXN-RECORD
           MOVE 0 TO TXN-PAGE TXN-PAGE-SIZE
           MOVE "N" TO TXN-PRIORITY
           MOVE "UPDATE" TO TXN-OPERATION
           MOVE DSORT-CUST-ID TO TXN-CUST-ID
           STRING "DORM-" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TXN-SEQ DELIMITED BY SIZE
               INTO TXN-CORRELATION-ID
           END-STRING
           MOVE DSORT-VERSION TO WS-VERSION-ED
           MOVE SPACES TO WS-TXN-PAYLOAD
           STRING "{""status"":""INACTIVE"",""reasonCode"":"
                       DELIMITED BY SIZE
                   """DORMANT"",""version"":" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VERSION-ED) DELIMITED BY SIZE
                   "}" DELIMITED BY SIZE
               INTO WS-TXN-PAYLOAD
           END-STRING
           MOVE WS-TXN-PAYLOAD TO TXN-PAYLOAD
           WRITE TXN-RECORD
           ADD 1 TO WS-TXN-WRITTEN.

       WRITE-TXN-TRAILER.
           MOVE SPACES TO TXN-RECORD
           MOVE "*TRAILER*" TO TXN-OPERATION
           MOVE WS-TXN-WRITTEN TO TXN-TRAILER-COUNT
           WRITE TXN-RECORD.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO DORMANT-REVIEW-RECORD
           MOVE WS-RUN-TIMESTAMP TO DREV-RUN-TIMESTAMP
           SET DREV-SUMMARY TO TRUE
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-ED
           STRING "ACTIVE customers checked: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO DREV-DETAIL
           END-STRING
           WRITE DORMANT-REVIEW-RECORD
           MOVE SPACES TO DREV-DETAIL
           MOVE WS-DORMANT-COUNT TO WS-COUNT-ED
           STRING "Moved to INACTIVE (dormant): " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO DREV-DETAIL
           END-STRING
           WRITE DORMANT-REVIEW-RECORD
           MOVE SPACES TO DREV-DETAIL
           MOVE WS-EXEMPTED-COUNT TO WS-COUNT-ED
           STRING "Dormant but exempt: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO DREV-DETAIL
           END-STRING
           WRITE DORMANT-REVIEW-RECORD
           IF WS-DEFERRED-COUNT > 0
               MOVE SPACES TO DREV-DETAIL
               MOVE WS-DEFERRED-COUNT TO WS-COUNT-ED
               STRING "Over the per-run limit, left for next run: "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO DREV-DETAIL
               END-STRING
               WRITE DORMANT-REVIEW-RECORD
           END-IF.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-DORMANCY: active=" WS-ACTIVE-COUNT
               " recent-created=" WS-RECENT-CREATED-COUNT
               " recent-audit=" WS-RECENT-AUDIT-COUNT
               " recent-note=" WS-RECENT-NOTE-COUNT
           DISPLAY "CUSTOMER-DORMANCY: dormant=" WS-DORMANT-COUNT
               " exempt=" WS-EXEMPTED-COUNT
               " deferred=" WS-DEFERRED-COUNT
               " exemptions-listed=" WS-EXEMPT-COUNT
           DISPLAY "CUSTOMER-DORMANCY: existing=" WS-EXISTING-COUNT
               " transactions written=" WS-TXN-WRITTEN.
