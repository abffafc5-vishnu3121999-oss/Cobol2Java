      * CUSTOMER-SERVICE the same way the batch side does, returning
      * the real record fields and the real RESP-CODE taxonomy - one
      * customer base whether you come in by API or by nightly file.
      *
      * Two sub-resources sit under a customer for the web portal:
      *   GET/POST /customers/{id}/notes   interaction notes, through
      *                                    NOTE-LIST and NOTE-ADD
      *   GET /customers/{id}/history      the customer's AUDITLOG
      *                                    entries, optionally limited
      *                                    to ?from=YYYYMMDD&to=YYYYMMDD
      * Both resolve {id} with a READ first, so a folded-away
      * duplicate id follows the merge cross-reference to its
      * survivor exactly as GET /customers/{id} does.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY "sample_cobol_crud_mongo/copybooks/AUDIT-LOG-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "sample_cobol_crud_mongo/copybooks/REQUEST-CTX.cpy".
       COPY "sample_cobol_crud_mongo/copybooks/RESPONSE-CTX.cpy".

       01  REQUEST-METHOD        PIC X(10) VALUE "GET".
       01  REQUEST-PATH          PIC X(60) VALUE "/customers".
       01  REQUEST-QUERY-NAME    PIC X(30) VALUE SPACES.
       01  REQUEST-QUERY-FROM    PIC X(10) VALUE SPACES.
       01  REQUEST-QUERY-TO      PIC X(10) VALUE SPACES.
       01  REQUEST-API-KEY       PIC X(40) VALUE SPACES.
       01  WS-EXPECTED-API-KEY   PIC X(40) VALUE SPACES.
       01  REQUEST-BODY          PIC X(500) VALUE SPACES.
       01  RESPONSE-STATUS       PIC 9(3) VALUE 200.
       01  RESPONSE-BODY         PIC X(5000) VALUE SPACES.
       01  WS-JSON-LINE          PIC X(300) VALUE SPACES.
       01  WS-BODY-PTR           PIC 9(4).
       01  WS-PATH-CUST-ID       PIC X(24).
       01  WS-PATH-SUB-RESOURCE  PIC X(20).
       01  WS-NAME-MATCH-COUNT   PIC 9(4).
       01  WS-LIST-ITEM-COUNT    PIC 9(3).
       01  WS-LIST-ITEM-MAX      PIC 9(3) VALUE 20.
       01  WS-CAND-EMAIL         PIC X(60).
       01  WS-CAND-STATUS        PIC X(10).
       01  WS-BODY-ITEM-ID       PIC X(24).
      * One array item on its way into RESPONSE-BODY; an item that
      * would leave no room for the closing ]} is not added.
       01  WS-BODY-ITEM          PIC X(460).
       01  WS-BODY-ITEM-LEN      PIC 9(4).
       01  WS-BODY-FULL-FLAG     PIC X VALUE "N".
           88  BODY-FULL             VALUE "Y".

      *----------------------------------------------------------------
      * Notes and history sub-resources. WS-TARGET-CUST-ID is the id
      * the path resolved to - the survivor when {id} was merged.
      *----------------------------------------------------------------
       01  WS-TARGET-CUST-ID     PIC X(24).
       01  WS-TARGET-FOUND-FLAG  PIC X VALUE "N".
           88  TARGET-FOUND          VALUE "Y".
      * A note item is at most 294 bytes, so 16 of them with the
      * wrapper stay inside the 5000-byte RESPONSE-BODY.
       01  WS-NOTE-ITEM-MAX      PIC 9(3) VALUE 16.
       01  WS-NOTE-FIRST-IDX     PIC 9(4).
       01  WS-NOTE-AUTHOR        PIC X(30).
       01  WS-NOTE-TEXT          PIC X(200).
       01  WS-NOTE-CREATED       PIC X(26).
       01  WS-AUDIT-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF          PIC X VALUE "N".
           88  AUDIT-EOF             VALUE "Y".
       01  WS-HIST-FROM          PIC X(8).
       01  WS-HIST-TO            PIC X(8).
       01  WS-HIST-ITEM-MAX      PIC 9(2) VALUE 10.
       01  WS-HIST-ITEM-COUNT    PIC 9(2) VALUE 0.
       01  WS-HIST-SHIFT         PIC 9(2).
       01  WS-HIST-TABLE.
           05  WS-HIST-ITEM OCCURS 10 TIMES INDEXED BY WS-HIST-IDX
                                 PIC X(460).
       01  WS-HIST-BUILD         PIC X(460).
       01  WS-HIST-CODE-ED       PIC 999.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           END-IF.

       ROUTE-REQUEST.
           MOVE SPACES TO WS-PATH-CUST-ID WS-PATH-SUB-RESOURCE
           IF REQUEST-PATH(1:11) = "/customers/"
               PERFORM EXTRACT-PATH-CUST-ID
           END-IF
           EVALUATE TRUE
               WHEN REQUEST-METHOD = "GET"
                    AND REQUEST-PATH = "/health"
                   PERFORM GET-CUSTOMER-LIST
               WHEN REQUEST-METHOD = "GET"
                    AND REQUEST-PATH(1:11) = "/customers/"
                    AND WS-PATH-SUB-RESOURCE = "notes"
                   PERFORM GET-CUSTOMER-NOTES
               WHEN REQUEST-METHOD = "POST"
                    AND REQUEST-PATH(1:11) = "/customers/"
                    AND WS-PATH-SUB-RESOURCE = "notes"
                   PERFORM ADD-CUSTOMER-NOTE
               WHEN REQUEST-METHOD = "GET"
                    AND REQUEST-PATH(1:11) = "/customers/"
                    AND WS-PATH-SUB-RESOURCE = "history"
                   PERFORM GET-CUSTOMER-HISTORY
               WHEN REQUEST-METHOD = "GET"
                    AND REQUEST-PATH(1:11) = "/customers/"
                    AND WS-PATH-SUB-RESOURCE = SPACES
                   PERFORM GET-CUSTOMER-BY-ID
               WHEN REQUEST-METHOD = "POST"
                    AND REQUEST-PATH = "/customers"
                   PERFORM CREATE-CUSTOMER
               WHEN REQUEST-METHOD = "PUT"
                    AND REQUEST-PATH(1:11) = "/customers/"
                    AND WS-PATH-SUB-RESOURCE = SPACES
                   PERFORM UPDATE-CUSTOMER
               WHEN REQUEST-METHOD = "DELETE"
                    AND REQUEST-PATH(1:11) = "/customers/"
                    AND WS-PATH-SUB-RESOURCE = SPACES
                   PERFORM DELETE-CUSTOMER
               WHEN OTHER
                   MOVE 404 TO RESPONSE-STATUS
      * Fixed origin identity for the audit trail, the REST-side
      * counterpart of the batch jobs' job-name stamp.
           MOVE "RESTAPI" TO REQ-USER
           MOVE "REST" TO REQ-CHANNEL
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT.

      * /customers/{id} or /customers/{id}/{sub-resource}.
       EXTRACT-PATH-CUST-ID.
           MOVE SPACES TO WS-PATH-CUST-ID WS-PATH-SUB-RESOURCE
           UNSTRING REQUEST-PATH(12:49) DELIMITED BY "/" OR SPACE
               INTO WS-PATH-CUST-ID WS-PATH-SUB-RESOURCE
           END-UNSTRING.

       GET-CUSTOMER-LIST.
           PERFORM INIT-SERVICE-REQUEST
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           PERFORM BUILD-SERVICE-RESPONSE.

      *----------------------------------------------------------------
      * Resolves {id} the way GET /customers/{id} does - a READ
      * through CUSTOMER-SERVICE, which follows CUSTXREF when the id
      * was merged away - and leaves the id to work against in
      * WS-TARGET-CUST-ID. A miss is answered here with the READ's
      * own error.
      *----------------------------------------------------------------
       RESOLVE-TARGET-CUSTOMER.
           MOVE "N" TO WS-TARGET-FOUND-FLAG
           MOVE SPACES TO WS-TARGET-CUST-ID
           PERFORM INIT-SERVICE-REQUEST
           MOVE "READ" TO REQ-OPERATION
           MOVE WS-PATH-CUST-ID TO REQ-CUST-ID
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           IF RESP-OK
               SET TARGET-FOUND TO TRUE
               IF RESP-WAS-MERGED
                   MOVE RESP-MERGED-INTO-ID TO WS-TARGET-CUST-ID
               ELSE
                   MOVE WS-PATH-CUST-ID TO WS-TARGET-CUST-ID
               END-IF
           ELSE
               PERFORM BUILD-SERVICE-RESPONSE
           END-IF.

      * Page one of the notes, oldest first, as CUSTOMER-INQUIRY
      * shows them; the most recent WS-NOTE-ITEM-MAX are returned.
       GET-CUSTOMER-NOTES.
           PERFORM RESOLVE-TARGET-CUSTOMER
           IF TARGET-FOUND
               PERFORM INIT-SERVICE-REQUEST
               MOVE "NOTE-LIST" TO REQ-OPERATION
               MOVE WS-TARGET-CUST-ID TO REQ-CUST-ID
               MOVE 1 TO REQ-PAGE
               MOVE 100 TO REQ-PAGE-SIZE
               CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
               IF RESP-CODE < 400
                   PERFORM BUILD-NOTES-RESPONSE
               ELSE
                   PERFORM BUILD-SERVICE-RESPONSE
               END-IF
           END-IF.

       BUILD-NOTES-RESPONSE.
           MOVE 200 TO RESPONSE-STATUS
           MOVE SPACES TO RESPONSE-BODY
           MOVE 1 TO WS-BODY-PTR
           MOVE 0 TO WS-LIST-ITEM-COUNT
           MOVE "N" TO WS-BODY-FULL-FLAG
           STRING "{""id"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-CUST-ID) DELIMITED BY SIZE
                   """,""notes"":[" DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-BODY-PTR
           END-STRING
           IF RESP-LIST-COUNT > WS-NOTE-ITEM-MAX
               COMPUTE WS-NOTE-FIRST-IDX =
                   RESP-LIST-COUNT - WS-NOTE-ITEM-MAX + 1
           ELSE
               MOVE 1 TO WS-NOTE-FIRST-IDX
           END-IF
           PERFORM VARYING RESP-LIST-IDX FROM WS-NOTE-FIRST-IDX BY 1
                   UNTIL RESP-LIST-IDX > RESP-LIST-COUNT OR BODY-FULL
               PERFORM APPEND-ONE-NOTE-ITEM
           END-PERFORM
           STRING "]}" DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-BODY-PTR.

       APPEND-ONE-NOTE-ITEM.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-AUTHOR
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """author"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-AUTHOR
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-TEXT
           UNSTRING RESP-LIST-ITEM(RESP-LIST-IDX)
                   DELIMITED BY """text"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-TEXT
               END-UNSTRING
           END-IF
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
           MOVE SPACES TO WS-BODY-ITEM
           STRING "{""author"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-AUTHOR) DELIMITED BY SIZE
                   """,""text"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-TEXT) DELIMITED BY SIZE
                   """,""createdAt"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-CREATED) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO WS-BODY-ITEM
           END-STRING
           PERFORM APPEND-BODY-ITEM.

      * Adds WS-BODY-ITEM to the array being built in RESPONSE-BODY,
      * comma first after the first item, as long as the comma, the
      * item and the closing ]} all still fit; otherwise the array is
      * marked full and the caller stops adding.
       APPEND-BODY-ITEM.
           COMPUTE WS-BODY-ITEM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-BODY-ITEM TRAILING))
           IF WS-BODY-PTR + WS-BODY-ITEM-LEN + 3
                   > FUNCTION LENGTH(RESPONSE-BODY) + 1
               SET BODY-FULL TO TRUE
           ELSE
               IF WS-LIST-ITEM-COUNT > 0
                   STRING "," DELIMITED BY SIZE
                       INTO RESPONSE-BODY WITH POINTER WS-BODY-PTR
                   END-STRING
               END-IF
               STRING WS-BODY-ITEM(1:WS-BODY-ITEM-LEN)
                       DELIMITED BY SIZE
                   INTO RESPONSE-BODY WITH POINTER WS-BODY-PTR
               END-STRING
               ADD 1 TO WS-LIST-ITEM-COUNT
           END-IF.

      * The body is NOTE-ADD's own payload - noteText, and optionally
      * author, which otherwise defaults to the RESTAPI identity.
       ADD-CUSTOMER-NOTE.
           PERFORM RESOLVE-TARGET-CUSTOMER
           IF TARGET-FOUND
               PERFORM INIT-SERVICE-REQUEST
               MOVE "NOTE-ADD" TO REQ-OPERATION
               MOVE WS-TARGET-CUST-ID TO REQ-CUST-ID
               MOVE REQUEST-BODY TO REQ-PAYLOAD
               CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
               PERFORM BUILD-SERVICE-RESPONSE
           END-IF.

      *----------------------------------------------------------------
      * Change history: the AUDITLOG scan CUSTOMER-INQUIRY does for
      * its history screen, limited to the from/to dates (inclusive,
      * either may be left off) and keeping the most recent
      * WS-HIST-ITEM-MAX entries, oldest first. For a merged id the
      * entries logged under the id itself (its MERGE among them)
      * are returned alongside the survivor's.
      *----------------------------------------------------------------
       GET-CUSTOMER-HISTORY.
           MOVE "00000000" TO WS-HIST-FROM
           MOVE "99999999" TO WS-HIST-TO
           IF REQUEST-QUERY-FROM NOT = SPACES
               MOVE REQUEST-QUERY-FROM TO WS-HIST-FROM
           END-IF
           IF REQUEST-QUERY-TO NOT = SPACES
               MOVE REQUEST-QUERY-TO TO WS-HIST-TO
           END-IF
           IF WS-HIST-FROM IS NOT NUMERIC
                   OR WS-HIST-TO IS NOT NUMERIC
                   OR REQUEST-QUERY-FROM(9:2) NOT = SPACES
                   OR REQUEST-QUERY-TO(9:2) NOT = SPACES
                   OR WS-HIST-FROM > WS-HIST-TO
               MOVE 400 TO RESPONSE-STATUS
               MOVE SPACES TO RESPONSE-BODY
               STRING "{""error"":""from/to must be YYYYMMDD"
                       DELIMITED BY SIZE
                       " and from not after to""}" DELIMITED BY SIZE
                   INTO RESPONSE-BODY
               END-STRING
           ELSE
               PERFORM RESOLVE-TARGET-CUSTOMER
               IF TARGET-FOUND
                   PERFORM SCAN-AUDIT-HISTORY
                   PERFORM BUILD-HISTORY-RESPONSE
               END-IF
           END-IF.

       SCAN-AUDIT-HISTORY.
           MOVE 0 TO WS-HIST-ITEM-COUNT
           MOVE SPACES TO WS-HIST-TABLE
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET AUDIT-EOF TO TRUE
           END-IF
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       IF (AUDIT-CUST-ID = WS-TARGET-CUST-ID
                               OR AUDIT-CUST-ID = WS-PATH-CUST-ID)
                           AND AUDIT-TIMESTAMP(1:8) NOT < WS-HIST-FROM
                           AND AUDIT-TIMESTAMP(1:8) NOT > WS-HIST-TO
                           PERFORM ADD-ONE-HISTORY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       ADD-ONE-HISTORY-ITEM.
           MOVE AUDIT-RESP-CODE TO WS-HIST-CODE-ED
           MOVE SPACES TO WS-HIST-BUILD
           STRING "{""timestamp"":""" DELIMITED BY SIZE
                   AUDIT-TIMESTAMP(1:14) DELIMITED BY SIZE
                   """,""id"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-CUST-ID) DELIMITED BY SIZE
                   """,""operation"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-OPERATION) DELIMITED BY SIZE
                   """,""respCode"":" DELIMITED BY SIZE
                   WS-HIST-CODE-ED DELIMITED BY SIZE
                   ",""user"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-USER) DELIMITED BY SIZE
                   """,""correlationId"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-CORRELATION-ID)
                       DELIMITED BY SIZE
                   """,""oldValues"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-OLD-VALUES) DELIMITED BY SIZE
                   """,""newValues"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(AUDIT-NEW-VALUES) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO WS-HIST-BUILD
           END-STRING
           IF WS-HIST-ITEM-COUNT < WS-HIST-ITEM-MAX
               ADD 1 TO WS-HIST-ITEM-COUNT
               MOVE WS-HIST-BUILD TO WS-HIST-ITEM(WS-HIST-ITEM-COUNT)
           ELSE
               PERFORM VARYING WS-HIST-SHIFT FROM 1 BY 1
                       UNTIL WS-HIST-SHIFT = WS-HIST-ITEM-MAX
                   MOVE WS-HIST-ITEM(WS-HIST-SHIFT + 1)
                       TO WS-HIST-ITEM(WS-HIST-SHIFT)
               END-PERFORM
               MOVE WS-HIST-BUILD TO WS-HIST-ITEM(WS-HIST-ITEM-MAX)
           END-IF.

       BUILD-HISTORY-RESPONSE.
           MOVE 200 TO RESPONSE-STATUS
           MOVE SPACES TO RESPONSE-BODY
           MOVE 1 TO WS-BODY-PTR
           STRING "{""id"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TARGET-CUST-ID) DELIMITED BY SIZE
                   """,""from"":""" DELIMITED BY SIZE
                   WS-HIST-FROM DELIMITED BY SIZE
                   """,""to"":""" DELIMITED BY SIZE
                   WS-HIST-TO DELIMITED BY SIZE
                   """,""history"":[" DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-BODY-PTR
           END-STRING
           MOVE 0 TO WS-LIST-ITEM-COUNT
           MOVE "N" TO WS-BODY-FULL-FLAG
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-ITEM-COUNT OR BODY-FULL
               MOVE WS-HIST-ITEM(WS-HIST-IDX) TO WS-BODY-ITEM
               PERFORM APPEND-BODY-ITEM
           END-PERFORM
           STRING "]}" DELIMITED BY SIZE
               INTO RESPONSE-BODY WITH POINTER WS-BODY-PTR.

      * The service's RESP-CODE values are already HTTP status codes,
      * so they pass straight through; a success returns the real
      * record body, a failure wraps RESP-MESSAGE as a JSON error.
