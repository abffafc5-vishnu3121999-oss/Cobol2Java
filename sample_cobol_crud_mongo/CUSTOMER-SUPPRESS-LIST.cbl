       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SUPPRESS-LIST.

      *----------------------------------------------------------------
      * Rebuilds the marketing suppression list (SUPPRESS) each night
      * from Mongo: every ACTIVE, INACTIVE or SUSPENDED customer whose
      * marketing opt-in is anything but Y, or whose contact
      * preference is NONE, gets one record keyed by customer id.
      * It runs after the transaction, RISK and reconciliation steps,
      * so the consent changes they applied tonight are on the list
      * before CUSTOMER-EXTRACT and CUSTOMER-EVENT-DISPATCH check it.
      * Soft-deleted customers are not listed; neither consumer
      * sends them anywhere.
      *
      * The cluster is defined with REUSE, so the OPEN OUTPUT resets
      * it; like CUSTOMER-MASTER-LOAD, the run first probes that the
      * customer list is reachable at all, and an outage leaves last
      * night's list in place rather than an empty one that would
      * suppress nobody.
      *
      * RC 0 clean, RC 8 when the customer list came back empty or
      * SUPPRESS cannot be opened (the list is then last night's).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESS-LIST-FILE ASSIGN TO "SUPPRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPP-CUST-ID
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESS-LIST-FILE.
       COPY "copybooks/SUPPRESS-LIST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
       COPY "copybooks/CUSTOMER-REC.cpy".

       01  WS-SUPPRESS-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-LIST-PAGE              PIC 9(4).
       01  WS-LIST-MORE-PAGES-FLAG   PIC X VALUE "Y".
           88  WS-LIST-MORE-PAGES        VALUE "Y".
           88  WS-LIST-NO-MORE-PAGES     VALUE "N".

       01  WS-STATUS-NAME-TABLE.
           05  FILLER PIC X(10) VALUE "ACTIVE".
           05  FILLER PIC X(10) VALUE "INACTIVE".
           05  FILLER PIC X(10) VALUE "SUSPENDED".
       01  WS-STATUS-NAMES REDEFINES WS-STATUS-NAME-TABLE.
           05  WS-STATUS-NAME OCCURS 3 TIMES INDEXED BY WS-STAT-IDX
                              PIC X(10).

       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).
       01  WS-ITEM-CUST-ID           PIC X(24).
       01  WS-ITEM-EMAIL             PIC X(60).
       01  WS-ITEM-CONTACT-PREF      PIC X(10).
       01  WS-ITEM-OPT-IN            PIC X(01).
       01  WS-SCANNED-COUNT          PIC 9(9) VALUE 0.
       01  WS-OPTED-OUT-COUNT        PIC 9(9) VALUE 0.
       01  WS-NO-CONTACT-COUNT       PIC 9(9) VALUE 0.
       01  WS-SUPPRESSED-COUNT       PIC 9(9) VALUE 0.
       01  WS-SOURCE-EMPTY-FLAG      PIC X VALUE "Y".
           88  WS-SOURCE-EMPTY           VALUE "Y".
           88  WS-SOURCE-POPULATED       VALUE "N".
       01  WS-FAILED-FLAG            PIC X VALUE "N".
           88  WS-RUN-FAILED             VALUE "Y".

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM PROBE-SOURCE-POPULATION
           IF WS-SOURCE-EMPTY
               DISPLAY "CUSTOMER-SUPPRESS-LIST: customer list came "
                   "back empty for every status; leaving the "
                   "existing suppression list untouched"
               SET WS-RUN-FAILED TO TRUE
           ELSE
               OPEN OUTPUT SUPPRESS-LIST-FILE
               IF WS-SUPPRESS-FILE-STATUS = "00"
                   PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                           UNTIL WS-STAT-IDX > 3
                       PERFORM SCAN-STATUS-PAGES
                   END-PERFORM
                   CLOSE SUPPRESS-LIST-FILE
                   PERFORM WRITE-SUMMARY
               ELSE
                   DISPLAY "CUSTOMER-SUPPRESS-LIST: cannot open "
                       "SUPPRESS, status=" WS-SUPPRESS-FILE-STATUS
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-SUPPRESS-LIST" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           MOVE WS-SCANNED-COUNT TO RSTC-RECORD-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       PROBE-SOURCE-POPULATION.
           SET WS-SOURCE-EMPTY TO TRUE
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 3 OR WS-SOURCE-POPULATED
               PERFORM PROBE-ONE-STATUS
           END-PERFORM.

       PROBE-ONE-STATUS.
           MOVE SPACES TO REQUEST-CTX
           MOVE "LIST" TO REQ-OPERATION
           MOVE WS-STATUS-NAME(WS-STAT-IDX) TO REQ-STATUS-FILTER
           MOVE 1 TO REQ-PAGE
           MOVE 1 TO REQ-PAGE-SIZE
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT
           MOVE SPACES TO CUSTOMER-REC
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           IF RESP-LIST-COUNT > 0
               SET WS-SOURCE-POPULATED TO TRUE
           END-IF.

       SCAN-STATUS-PAGES.
           MOVE 1 TO WS-LIST-PAGE
           SET WS-LIST-MORE-PAGES TO TRUE
           PERFORM UNTIL NOT WS-LIST-MORE-PAGES
               MOVE SPACES TO REQUEST-CTX
               MOVE "LIST" TO REQ-OPERATION
               MOVE WS-STATUS-NAME(WS-STAT-IDX) TO REQ-STATUS-FILTER
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
                   PERFORM CHECK-ONE-CUSTOMER
               END-PERFORM
               IF RESP-LIST-COUNT < REQ-PAGE-SIZE
                   SET WS-LIST-NO-MORE-PAGES TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-PAGE
               END-IF
           END-PERFORM.

       CHECK-ONE-CUSTOMER.
           MOVE SPACES TO WS-ITEM-CUST-ID WS-ITEM-EMAIL
               WS-ITEM-CONTACT-PREF WS-ITEM-OPT-IN
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """id"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-ITEM-CUST-ID
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """email"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-ITEM-EMAIL
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """contactPref"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-ITEM-CONTACT-PREF
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """marketingOptIn"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-ITEM-OPT-IN
               END-UNSTRING
           END-IF
           IF WS-ITEM-CUST-ID NOT = SPACES
               ADD 1 TO WS-SCANNED-COUNT
               IF WS-ITEM-OPT-IN NOT = "Y"
                       OR WS-ITEM-CONTACT-PREF = "NONE"
                   PERFORM WRITE-SUPPRESS-RECORD
               END-IF
           END-IF.

       WRITE-SUPPRESS-RECORD.
           MOVE SPACES TO SUPPRESS-LIST-RECORD
           MOVE WS-ITEM-CUST-ID TO SUPP-CUST-ID
           MOVE WS-ITEM-EMAIL TO SUPP-EMAIL
           IF WS-ITEM-OPT-IN NOT = "Y"
               SET SUPP-OPTED-OUT TO TRUE
           ELSE
               SET SUPP-NO-CONTACT TO TRUE
           END-IF
           MOVE WS-ITEM-OPT-IN TO SUPP-MARKETING-OPT-IN
           MOVE WS-ITEM-CONTACT-PREF TO SUPP-CONTACT-PREF
           MOVE WS-STATUS-NAME(WS-STAT-IDX) TO SUPP-STATUS
           MOVE WS-RUN-TIMESTAMP TO SUPP-RUN-TIMESTAMP
           WRITE SUPPRESS-LIST-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER-SUPPRESS-LIST: write failed "
                       "for " FUNCTION TRIM(SUPP-CUST-ID)
                       " status=" WS-SUPPRESS-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-SUPPRESSED-COUNT
                   IF SUPP-OPTED-OUT
                       ADD 1 TO WS-OPTED-OUT-COUNT
                   ELSE
                       ADD 1 TO WS-NO-CONTACT-COUNT
                   END-IF
           END-WRITE.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-SUPPRESS-LIST: scanned=" WS-SCANNED-COUNT
               " suppressed=" WS-SUPPRESSED-COUNT
               " (not opted in=" WS-OPTED-OUT-COUNT
               " contact NONE=" WS-NO-CONTACT-COUNT ")".
