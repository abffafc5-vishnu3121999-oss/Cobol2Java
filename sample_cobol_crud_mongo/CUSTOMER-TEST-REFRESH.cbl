       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-TEST-REFRESH.

      *----------------------------------------------------------------
      * Masked copy of real customers into the test environment.
      * Takes a sample of the source environment's customers (every
      * Nth customer the repository LIST returns, up to a ceiling),
      * adds any customer joined to one of them through a CUSTXREF
      * merge link so both sides of a merge arrive together, and
      * writes each into the target environment's customers and
      * notes collections with its personal data replaced:
      *   name        a fake first/last name
      *   email       first.last.<end of id>@example.test
      *   addrLine1/2 a fake street address / unit
      *   note text   a placeholder naming the fake customer
      * The fake values are worked out from the customer id alone, so
      * a customer gets the same fake identity on every refresh and
      * in every note. Ids, statuses, prior status, status reason,
      * dates, version, city/state/ZIP, contact preference, opt-in
      * and note authors and dates are copied as they are. The merge
      * pairs with both ids in the sample are written to TESTXREF,
      * the test environment's CUSTXREF.
      * A customer already in the target is replaced in full and its
      * notes reloaded. Customers are written straight through
      * CUSTOMER-REPOSITORY, not the service: nothing is audited or
      * published, since nothing real has changed.
      * The target must be a known non-production environment in
      * ENVIRONMENT-CONFIG, on a different database from the source;
      * PROD, an unknown name or the source itself is refused before
      * anything is read.
      * Environment:
      *   CUSTOMER_REFRESH_SOURCE_ENV    default PROD
      *   CUSTOMER_REFRESH_TARGET_ENV    default TEST
      *   CUSTOMER_REFRESH_SAMPLE_EVERY  take every Nth, default 10
      *   CUSTOMER_REFRESH_SAMPLE_MAX    most customers sampled,
      *                                  default 500
      *   CUSTOMER_BATCH_JOB_NAME        acting user, default CUSTREFR
      * Ends RC 12 when the target is refused, RC 8 when the sample
      * came back empty, a customer could not be written or the
      * sample outgrew the id table.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT TEST-XREF-FILE ASSIGN TO "TESTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXREF-FILE-STATUS.
           SELECT REFRESH-REPORT-FILE ASSIGN TO "REFRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-XREF-FILE
           RECORDING MODE IS F.
       COPY "copybooks/MERGE-XREF-RECORD.cpy".

       FD  TEST-XREF-FILE
           RECORDING MODE IS F.
       01  TEST-XREF-RECORD          PIC X(74).

       FD  REFRESH-REPORT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/REFRESH-REPORT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
       COPY "copybooks/CUSTOMER-REC.cpy".
       COPY "copybooks/ENVIRONMENT-CONFIG.cpy".

       01  WS-XREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-TXREF-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-XREF-EOF               PIC X VALUE "N".
           88  XREF-EOF                  VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

       01  WS-JOB-USER               PIC X(8) VALUE "CUSTREFR".
       01  WS-JOB-USER-ENV           PIC X(8) VALUE SPACES.
       01  WS-SOURCE-ENV             PIC X(10) VALUE "PROD".
       01  WS-TARGET-ENV             PIC X(10) VALUE "TEST".
       01  WS-ENV-TEXT               PIC X(10) VALUE SPACES.
       01  WS-SETTING-ENV            PIC X(6) VALUE SPACES.
       01  WS-SAMPLE-EVERY           PIC 9(5) VALUE 10.
       01  WS-SAMPLE-MAX             PIC 9(5) VALUE 500.

      * Database names the two environments resolve to, looked up in
      * the same table CUSTOMER-REPOSITORY uses. An environment the
      * table does not know would be sent to production by the
      * repository, so it is refused here.
       01  WS-LOOKUP-ENV             PIC X(10).
       01  WS-LOOKUP-DB              PIC X(20).
       01  WS-SOURCE-DB              PIC X(20) VALUE SPACES.
       01  WS-TARGET-DB              PIC X(20) VALUE SPACES.
       01  WS-PROD-DB                PIC X(20) VALUE SPACES.
       01  WS-REFUSED-FLAG           PIC X VALUE "N".
           88  REFRESH-REFUSED           VALUE "Y".
       01  WS-REFUSE-REASON          PIC X(60) VALUE SPACES.

      * The sample: ids picked from the LIST pages, then ids joined
      * to them through CUSTXREF, repeated until a pass adds nothing.
       01  WS-ID-MAX                 PIC 9(4) VALUE 1000.
       01  WS-ID-COUNT               PIC 9(4) VALUE 0.
       01  WS-ID-TABLE.
           05  WS-ID-ENTRY OCCURS 1000 TIMES INDEXED BY WS-ID-IDX.
               10  WS-ID-VALUE           PIC X(24).
               10  WS-ID-HOW             PIC X(10).
       01  WS-ID-OVERFLOW-FLAG       PIC X VALUE "N".
           88  ID-TABLE-OVERFLOW         VALUE "Y".
       01  WS-NEW-ID                 PIC X(24).
       01  WS-NEW-ID-HOW             PIC X(10).
       01  WS-MATCH-ID               PIC X(24).
       01  WS-MATCH-FLAG             PIC X VALUE "N".
           88  ID-IN-SAMPLE              VALUE "Y".
       01  WS-DUP-IN-FLAG            PIC X VALUE "N".
           88  DUP-IN-SAMPLE             VALUE "Y".
       01  WS-SURVIVOR-IN-FLAG       PIC X VALUE "N".
           88  SURVIVOR-IN-SAMPLE        VALUE "Y".
       01  WS-LINK-ADDED-FLAG        PIC X VALUE "N".
           88  LINK-ADDED                VALUE "Y".
       01  WS-LINK-PASS              PIC 9(2) VALUE 0.

       01  WS-LIST-PAGE              PIC 9(4) VALUE 0.
       01  WS-LIST-MORE-FLAG         PIC X VALUE "Y".
           88  LIST-MORE                 VALUE "Y".
       01  WS-LISTED-COUNT           PIC 9(9) VALUE 0.
       01  WS-SAMPLED-COUNT          PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNTDOWN         PIC 9(5) VALUE 0.

       01  WS-NOTE-PAGE              PIC 9(4) VALUE 0.
       01  WS-NOTE-PAGE-SIZE         PIC 9(4) VALUE 100.
       01  WS-NOTE-PAGE-MAX          PIC 9(4) VALUE 50.
       01  WS-NOTE-MORE-FLAG         PIC X VALUE "N".
           88  NOTES-MORE                VALUE "Y".
       01  WS-PAGE-NOTE-COUNT        PIC 9(4) VALUE 0.
       01  WS-PAGE-NOTE-TABLE.
           05  WS-PAGE-NOTE OCCURS 100 TIMES INDEXED BY WS-PN-IDX
                                 PIC X(800).
       01  WS-CUST-NOTE-COUNT        PIC 9(5) VALUE 0.
       01  WS-CUST-FAILED-FLAG       PIC X VALUE "N".
           88  CUST-WRITE-FAILED         VALUE "Y".

       01  WS-CREATED-COUNT          PIC 9(5) VALUE 0.
       01  WS-REPLACED-COUNT         PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT           PIC 9(5) VALUE 0.
       01  WS-NOTES-COPIED-COUNT     PIC 9(7) VALUE 0.
       01  WS-XREF-WRITTEN-COUNT     PIC 9(5) VALUE 0.
       01  WS-COUNT-ED               PIC Z(6)9.
       01  WS-COUNT-ED2              PIC Z(6)9.
       01  WS-COUNT-ED3              PIC Z(6)9.

       01  WS-JSON-BODY              PIC X(800).
       01  WS-JSON-KEY               PIC X(16).
       01  WS-JSON-TAG               PIC X(24).
       01  WS-JSON-TAG-PTR           PIC 9(3).
       01  WS-JSON-TAG-LEN           PIC 9(3).
       01  WS-JSON-VALUE             PIC X(60).
       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).

       01  WS-NOTE-AUTHOR            PIC X(20).
       01  WS-NOTE-TS                PIC X(26).
       01  WS-NOTE-TEXT              PIC X(400).
       01  WS-NOTE-TEXT-LEN          PIC 9(4).
       01  WS-NOTE-PAYLOAD           PIC X(500).

      *----------------------------------------------------------------
      * Fake identities. The hash of the customer id picks a first
      * name, a last name and a street; the same id always gives the
      * same picks. The email carries the end of the id so no two
      * customers share one.
      *----------------------------------------------------------------
       01  WS-FIRST-NAME-TABLE.
           05  FILLER PIC X(10) VALUE "Alex".
           05  FILLER PIC X(10) VALUE "Blake".
           05  FILLER PIC X(10) VALUE "Casey".
           05  FILLER PIC X(10) VALUE "Dana".
           05  FILLER PIC X(10) VALUE "Ellis".
           05  FILLER PIC X(10) VALUE "Frankie".
           05  FILLER PIC X(10) VALUE "Gray".
           05  FILLER PIC X(10) VALUE "Harper".
           05  FILLER PIC X(10) VALUE "Indy".
           05  FILLER PIC X(10) VALUE "Jordan".
           05  FILLER PIC X(10) VALUE "Kendall".
           05  FILLER PIC X(10) VALUE "Logan".
           05  FILLER PIC X(10) VALUE "Morgan".
           05  FILLER PIC X(10) VALUE "Noel".
           05  FILLER PIC X(10) VALUE "Oakley".
           05  FILLER PIC X(10) VALUE "Parker".
           05  FILLER PIC X(10) VALUE "Quinn".
           05  FILLER PIC X(10) VALUE "Riley".
           05  FILLER PIC X(10) VALUE "Sawyer".
           05  FILLER PIC X(10) VALUE "Taylor".
       01  WS-FIRST-NAMES REDEFINES WS-FIRST-NAME-TABLE.
           05  WS-FIRST-NAME OCCURS 20 TIMES PIC X(10).
       01  WS-LAST-NAME-TABLE.
           05  FILLER PIC X(10) VALUE "Abbott".
           05  FILLER PIC X(10) VALUE "Barlow".
           05  FILLER PIC X(10) VALUE "Carver".
           05  FILLER PIC X(10) VALUE "Dalton".
           05  FILLER PIC X(10) VALUE "Easton".
           05  FILLER PIC X(10) VALUE "Fenwick".
           05  FILLER PIC X(10) VALUE "Garland".
           05  FILLER PIC X(10) VALUE "Hollis".
           05  FILLER PIC X(10) VALUE "Ingram".
           05  FILLER PIC X(10) VALUE "Jarvis".
           05  FILLER PIC X(10) VALUE "Keller".
           05  FILLER PIC X(10) VALUE "Lowell".
           05  FILLER PIC X(10) VALUE "Mercer".
           05  FILLER PIC X(10) VALUE "Norris".
           05  FILLER PIC X(10) VALUE "Oliver".
           05  FILLER PIC X(10) VALUE "Porter".
           05  FILLER PIC X(10) VALUE "Ramsey".
           05  FILLER PIC X(10) VALUE "Sutton".
           05  FILLER PIC X(10) VALUE "Thorne".
           05  FILLER PIC X(10) VALUE "Warren".
       01  WS-LAST-NAMES REDEFINES WS-LAST-NAME-TABLE.
           05  WS-LAST-NAME OCCURS 20 TIMES PIC X(10).
       01  WS-STREET-NAME-TABLE.
           05  FILLER PIC X(12) VALUE "Maple St".
           05  FILLER PIC X(12) VALUE "Oak Ave".
           05  FILLER PIC X(12) VALUE "Cedar Ln".
           05  FILLER PIC X(12) VALUE "Birch Rd".
           05  FILLER PIC X(12) VALUE "Elm St".
           05  FILLER PIC X(12) VALUE "Pine Ct".
           05  FILLER PIC X(12) VALUE "Willow Way".
           05  FILLER PIC X(12) VALUE "Spruce Dr".
           05  FILLER PIC X(12) VALUE "Aspen Pl".
           05  FILLER PIC X(12) VALUE "Hickory Blvd".
       01  WS-STREET-NAMES REDEFINES WS-STREET-NAME-TABLE.
           05  WS-STREET-NAME OCCURS 10 TIMES PIC X(12).

       01  WS-HASH-ID                PIC X(24).
       01  WS-HASH-POS               PIC 9(2).
       01  WS-MASK-HASH              PIC 9(9).
       01  WS-FIRST-IDX              PIC 9(2).
       01  WS-LAST-IDX               PIC 9(2).
       01  WS-STREET-IDX             PIC 9(2).
       01  WS-HOUSE-NO               PIC 9(4).
       01  WS-UNIT-NO                PIC 9(2).
       01  WS-ID-LEN                 PIC 9(2).
       01  WS-ID-SUFFIX              PIC X(6).
       01  WS-FAKE-NAME              PIC X(60).
       01  WS-FAKE-EMAIL             PIC X(60).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM LOAD-REFRESH-CONFIG
           PERFORM VALIDATE-ENVIRONMENTS
           IF REFRESH-REFUSED
               DISPLAY "CUSTOMER-TEST-REFRESH: refused - "
                   FUNCTION TRIM(WS-REFUSE-REASON)
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "CUSTOMER-TEST-REFRESH: "
                   FUNCTION TRIM(WS-SOURCE-ENV) " ("
                   FUNCTION TRIM(WS-SOURCE-DB) ") to "
                   FUNCTION TRIM(WS-TARGET-ENV) " ("
                   FUNCTION TRIM(WS-TARGET-DB) "), every "
                   WS-SAMPLE-EVERY " up to " WS-SAMPLE-MAX
               PERFORM SELECT-SAMPLE
               IF WS-ID-COUNT = 0
                   DISPLAY "CUSTOMER-TEST-REFRESH: customer list came "
                       "back empty; nothing written to "
                       FUNCTION TRIM(WS-TARGET-ENV)
               ELSE
                   PERFORM COLLECT-MERGE-LINKS
                   OPEN OUTPUT REFRESH-REPORT-FILE
                   PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                           UNTIL WS-ID-IDX > WS-ID-COUNT
                       PERFORM COPY-ONE-CUSTOMER
                   END-PERFORM
                   PERFORM WRITE-TEST-XREF
                   PERFORM WRITE-SUMMARY-LINE
                   CLOSE REFRESH-REPORT-FILE
               END-IF
               PERFORM WRITE-SUMMARY
               IF WS-ID-COUNT = 0 OR WS-FAILED-COUNT > 0
                       OR ID-TABLE-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       LOAD-REFRESH-CONFIG.
           MOVE SPACES TO WS-JOB-USER-ENV
           ACCEPT WS-JOB-USER-ENV
               FROM ENVIRONMENT "CUSTOMER_BATCH_JOB_NAME"
           IF WS-JOB-USER-ENV NOT = SPACES
               MOVE WS-JOB-USER-ENV TO WS-JOB-USER
           END-IF
           MOVE SPACES TO WS-ENV-TEXT
           ACCEPT WS-ENV-TEXT
               FROM ENVIRONMENT "CUSTOMER_REFRESH_SOURCE_ENV"
           IF WS-ENV-TEXT NOT = SPACES
               MOVE WS-ENV-TEXT TO WS-SOURCE-ENV
           END-IF
           MOVE SPACES TO WS-ENV-TEXT
           ACCEPT WS-ENV-TEXT
               FROM ENVIRONMENT "CUSTOMER_REFRESH_TARGET_ENV"
           IF WS-ENV-TEXT NOT = SPACES
               MOVE WS-ENV-TEXT TO WS-TARGET-ENV
           END-IF
           INSPECT WS-SOURCE-ENV
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-TARGET-ENV
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-SETTING-ENV
           ACCEPT WS-SETTING-ENV
               FROM ENVIRONMENT "CUSTOMER_REFRESH_SAMPLE_EVERY"
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV) TO WS-SAMPLE-EVERY
           END-IF
           IF WS-SAMPLE-EVERY = 0
               MOVE 1 TO WS-SAMPLE-EVERY
           END-IF
           MOVE SPACES TO WS-SETTING-ENV
           ACCEPT WS-SETTING-ENV
               FROM ENVIRONMENT "CUSTOMER_REFRESH_SAMPLE_MAX"
           IF WS-SETTING-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SETTING-ENV) TO WS-SAMPLE-MAX
           END-IF
           IF WS-SAMPLE-MAX = 0 OR WS-SAMPLE-MAX > WS-ID-MAX
               MOVE WS-ID-MAX TO WS-SAMPLE-MAX
           END-IF.

       VALIDATE-ENVIRONMENTS.
           MOVE "PROD" TO WS-LOOKUP-ENV
           PERFORM LOOKUP-ENVIRONMENT-DB
           MOVE WS-LOOKUP-DB TO WS-PROD-DB
           MOVE WS-SOURCE-ENV TO WS-LOOKUP-ENV
           PERFORM LOOKUP-ENVIRONMENT-DB
           MOVE WS-LOOKUP-DB TO WS-SOURCE-DB
           MOVE WS-TARGET-ENV TO WS-LOOKUP-ENV
           PERFORM LOOKUP-ENVIRONMENT-DB
           MOVE WS-LOOKUP-DB TO WS-TARGET-DB
           EVALUATE TRUE
               WHEN WS-TARGET-ENV = "PROD"
                   SET REFRESH-REFUSED TO TRUE
                   MOVE "PROD may never be the target environment"
                       TO WS-REFUSE-REASON
               WHEN WS-TARGET-DB = SPACES
                   SET REFRESH-REFUSED TO TRUE
                   MOVE "target environment is not a known environment"
                       TO WS-REFUSE-REASON
               WHEN WS-TARGET-DB = WS-PROD-DB
                   SET REFRESH-REFUSED TO TRUE
                   MOVE "target environment is the production database"
                       TO WS-REFUSE-REASON
               WHEN WS-SOURCE-DB = SPACES
                   SET REFRESH-REFUSED TO TRUE
                   MOVE "source environment is not a known environment"
                       TO WS-REFUSE-REASON
               WHEN WS-SOURCE-DB = WS-TARGET-DB
                   SET REFRESH-REFUSED TO TRUE
                   MOVE "source and target are the same database"
                       TO WS-REFUSE-REASON
           END-EVALUATE.

       LOOKUP-ENVIRONMENT-DB.
           MOVE SPACES TO WS-LOOKUP-DB
           SET ENV-CONFIG-IDX TO 1
           SEARCH ENV-CONFIG-ENTRY
               WHEN ENV-CONFIG-NAME(ENV-CONFIG-IDX) = WS-LOOKUP-ENV
                   MOVE ENV-CONFIG-DB-NAME(ENV-CONFIG-IDX)
                       TO WS-LOOKUP-DB
           END-SEARCH.

      *----------------------------------------------------------------
      * Every customer the LIST pages return (all statuses but
      * DELETED) is counted; the first of each WS-SAMPLE-EVERY is
      * taken, until WS-SAMPLE-MAX have been taken.
      *----------------------------------------------------------------
       SELECT-SAMPLE.
           MOVE 0 TO WS-SKIP-COUNTDOWN
           MOVE 1 TO WS-LIST-PAGE
           SET LIST-MORE TO TRUE
           PERFORM UNTIL NOT LIST-MORE
               MOVE WS-SOURCE-ENV TO WS-ENV-TEXT
               PERFORM RESET-REQUEST
               MOVE "LIST" TO REQ-OPERATION
               MOVE WS-LIST-PAGE TO REQ-PAGE
               MOVE 100 TO REQ-PAGE-SIZE
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                          OR WS-SAMPLED-COUNT NOT < WS-SAMPLE-MAX
                   PERFORM CONSIDER-ONE-LISTED
               END-PERFORM
               IF RESP-LIST-COUNT < REQ-PAGE-SIZE
                       OR WS-SAMPLED-COUNT NOT < WS-SAMPLE-MAX
                   MOVE "N" TO WS-LIST-MORE-FLAG
               ELSE
                   ADD 1 TO WS-LIST-PAGE
               END-IF
           END-PERFORM.

       CONSIDER-ONE-LISTED.
           ADD 1 TO WS-LISTED-COUNT
           IF WS-SKIP-COUNTDOWN = 0
               MOVE RESP-LIST-ITEM(RESP-LIST-IDX) TO WS-JSON-BODY
               MOVE "id" TO WS-JSON-KEY
               PERFORM EXTRACT-JSON-FIELD
               MOVE WS-JSON-VALUE TO WS-NEW-ID
               MOVE "SAMPLED" TO WS-NEW-ID-HOW
               PERFORM ADD-SAMPLE-ID
               IF WS-NEW-ID NOT = SPACES
                   ADD 1 TO WS-SAMPLED-COUNT
               END-IF
               COMPUTE WS-SKIP-COUNTDOWN = WS-SAMPLE-EVERY - 1
           ELSE
               SUBTRACT 1 FROM WS-SKIP-COUNTDOWN
           END-IF.

       ADD-SAMPLE-ID.
           IF WS-NEW-ID NOT = SPACES
               MOVE WS-NEW-ID TO WS-MATCH-ID
               PERFORM FIND-SAMPLE-ID
               IF NOT ID-IN-SAMPLE
                   IF WS-ID-COUNT < WS-ID-MAX
                       ADD 1 TO WS-ID-COUNT
                       MOVE WS-NEW-ID TO WS-ID-VALUE(WS-ID-COUNT)
                       MOVE WS-NEW-ID-HOW TO WS-ID-HOW(WS-ID-COUNT)
                       SET LINK-ADDED TO TRUE
                   ELSE
                       SET ID-TABLE-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       FIND-SAMPLE-ID.
           MOVE "N" TO WS-MATCH-FLAG
           IF WS-MATCH-ID NOT = SPACES
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT OR ID-IN-SAMPLE
                   IF WS-ID-VALUE(WS-ID-IDX) = WS-MATCH-ID
                       SET ID-IN-SAMPLE TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * A duplicate folded into a sampled survivor (or the survivor
      * of a sampled duplicate) comes too, so merge lookups in the
      * test environment resolve the way they do in the source.
      *----------------------------------------------------------------
       COLLECT-MERGE-LINKS.
           MOVE 0 TO WS-LINK-PASS
           SET LINK-ADDED TO TRUE
           PERFORM UNTIL NOT LINK-ADDED OR WS-LINK-PASS > 20
               ADD 1 TO WS-LINK-PASS
               MOVE "N" TO WS-LINK-ADDED-FLAG
               MOVE "N" TO WS-XREF-EOF
               OPEN INPUT MERGE-XREF-FILE
               IF WS-XREF-FILE-STATUS NOT = "00"
                   SET XREF-EOF TO TRUE
               END-IF
               PERFORM UNTIL XREF-EOF
                   READ MERGE-XREF-FILE
                       AT END
                           SET XREF-EOF TO TRUE
                       NOT AT END
                           PERFORM LINK-ONE-XREF-PAIR
                   END-READ
               END-PERFORM
               IF WS-XREF-FILE-STATUS NOT = "35"
                   CLOSE MERGE-XREF-FILE
               END-IF
           END-PERFORM.

       LINK-ONE-XREF-PAIR.
           PERFORM CHECK-XREF-PAIR-IN-SAMPLE
           MOVE "MERGE LINK" TO WS-NEW-ID-HOW
           IF DUP-IN-SAMPLE AND NOT SURVIVOR-IN-SAMPLE
               MOVE XREF-SURVIVOR-ID TO WS-NEW-ID
               PERFORM ADD-SAMPLE-ID
           END-IF
           IF SURVIVOR-IN-SAMPLE AND NOT DUP-IN-SAMPLE
               MOVE XREF-DUP-ID TO WS-NEW-ID
               PERFORM ADD-SAMPLE-ID
           END-IF.

       CHECK-XREF-PAIR-IN-SAMPLE.
           MOVE XREF-DUP-ID TO WS-MATCH-ID
           PERFORM FIND-SAMPLE-ID
           MOVE WS-MATCH-FLAG TO WS-DUP-IN-FLAG
           MOVE XREF-SURVIVOR-ID TO WS-MATCH-ID
           PERFORM FIND-SAMPLE-ID
           MOVE WS-MATCH-FLAG TO WS-SURVIVOR-IN-FLAG.

      *----------------------------------------------------------------
      * READ-RETAINED so a soft-deleted duplicate still comes across
      * as the DELETED record the merge left behind.
      *----------------------------------------------------------------
       COPY-ONE-CUSTOMER.
           MOVE 0 TO WS-CUST-NOTE-COUNT
           MOVE "N" TO WS-CUST-FAILED-FLAG
           MOVE SPACES TO REFRESH-REPORT-RECORD
           SET REFR-DETAIL-LINE TO TRUE
           MOVE WS-ID-VALUE(WS-ID-IDX) TO REFR-CUST-ID
           MOVE WS-ID-HOW(WS-ID-IDX) TO REFR-HOW
           MOVE WS-SOURCE-ENV TO WS-ENV-TEXT
           PERFORM RESET-REQUEST
           MOVE "READ-RETAINED" TO REQ-OPERATION
           MOVE WS-ID-VALUE(WS-ID-IDX) TO REQ-CUST-ID
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           EVALUATE TRUE
               WHEN RESP-OK
                   MOVE RESP-BODY TO WS-JSON-BODY
                   PERFORM LOAD-CUSTOMER-FROM-JSON
                   MOVE CUST-STATUS TO REFR-STATUS
                   PERFORM MASK-CUSTOMER
                   PERFORM WRITE-TARGET-CUSTOMER
                   IF NOT CUST-WRITE-FAILED
                       PERFORM RELOAD-TARGET-NOTES
                   END-IF
               WHEN RESP-NOT-FOUND
                   SET REFR-SKIPPED TO TRUE
                   MOVE "No longer held in the source (purged)"
                       TO REFR-DETAIL
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   SET REFR-FAILED TO TRUE
                   MOVE RESP-MESSAGE TO REFR-DETAIL
                   ADD 1 TO WS-FAILED-COUNT
           END-EVALUATE
           MOVE WS-CUST-NOTE-COUNT TO REFR-NOTE-COUNT
           PERFORM WRITE-REPORT-LINE.

       LOAD-CUSTOMER-FROM-JSON.
           MOVE SPACES TO CUSTOMER-REC
           MOVE 0 TO CUST-VERSION
           MOVE WS-ID-VALUE(WS-ID-IDX) TO CUST-ID
           MOVE "name" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-NAME
           MOVE "email" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-EMAIL
           MOVE "status" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-STATUS
           MOVE "priorStatus" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-PRIOR-STATUS
           MOVE "statusReason" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-STATUS-REASON
           MOVE "createdAt" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-CREATED-TS
           MOVE "updatedAt" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-UPDATED-TS
           MOVE "deletedAt" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-DELETED-TS
           MOVE "addrLine1" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-ADDR-LINE1
           MOVE "addrLine2" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-ADDR-LINE2
           MOVE "addrCity" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-ADDR-CITY
           MOVE "addrState" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-ADDR-STATE
           MOVE "addrZip" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-ADDR-ZIP
           MOVE "contactPref" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-CONTACT-PREF
           MOVE "marketingOptIn" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO CUST-MARKETING-OPT-IN
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-JSON-BODY DELIMITED BY """version"":"
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY "," OR "}"
                   INTO WS-REMAINDER
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-REMAINDER) TO CUST-VERSION
           END-IF.

       EXTRACT-JSON-FIELD.
           MOVE SPACES TO WS-JSON-TAG WS-JSON-VALUE
           MOVE 1 TO WS-JSON-TAG-PTR
           STRING """" DELIMITED BY SIZE
                   WS-JSON-KEY DELIMITED BY SPACE
                   """:""" DELIMITED BY SIZE
               INTO WS-JSON-TAG
               WITH POINTER WS-JSON-TAG-PTR
           END-STRING
           COMPUTE WS-JSON-TAG-LEN = WS-JSON-TAG-PTR - 1
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-JSON-BODY
               DELIMITED BY WS-JSON-TAG(1:WS-JSON-TAG-LEN)
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-JSON-VALUE
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------------
      * Only fields that were filled in are masked, so a customer
      * with no address in the source still has none in test.
      *----------------------------------------------------------------
       MASK-CUSTOMER.
           PERFORM BUILD-FAKE-IDENTITY
           IF CUST-NAME NOT = SPACES
               MOVE WS-FAKE-NAME TO CUST-NAME
           END-IF
           IF CUST-EMAIL NOT = SPACES
               MOVE WS-FAKE-EMAIL TO CUST-EMAIL
           END-IF
           IF CUST-ADDR-LINE1 NOT = SPACES
               MOVE SPACES TO CUST-ADDR-LINE1
               STRING WS-HOUSE-NO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-STREET-NAME(WS-STREET-IDX) DELIMITED BY SIZE
                   INTO CUST-ADDR-LINE1
               END-STRING
           END-IF
           IF CUST-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO CUST-ADDR-LINE2
               STRING "Unit " DELIMITED BY SIZE
                       WS-UNIT-NO DELIMITED BY SIZE
                   INTO CUST-ADDR-LINE2
               END-STRING
           END-IF.

       BUILD-FAKE-IDENTITY.
           MOVE CUST-ID TO WS-HASH-ID
           MOVE 7 TO WS-MASK-HASH
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 24
               IF WS-HASH-ID(WS-HASH-POS:1) NOT = SPACE
                   COMPUTE WS-MASK-HASH = FUNCTION MOD(
                       WS-MASK-HASH * 31
                       + FUNCTION ORD(WS-HASH-ID(WS-HASH-POS:1)),
                       1000003)
               END-IF
           END-PERFORM
           COMPUTE WS-FIRST-IDX = FUNCTION MOD(WS-MASK-HASH, 20) + 1
           COMPUTE WS-LAST-IDX =
               FUNCTION MOD(WS-MASK-HASH / 20, 20) + 1
           COMPUTE WS-STREET-IDX =
               FUNCTION MOD(WS-MASK-HASH / 400, 10) + 1
           COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-MASK-HASH, 9000) + 100
           COMPUTE WS-UNIT-NO = FUNCTION MOD(WS-MASK-HASH / 7, 90) + 10
           MOVE SPACES TO WS-FAKE-NAME
           STRING FUNCTION TRIM(WS-FIRST-NAME(WS-FIRST-IDX))
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LAST-NAME(WS-LAST-IDX))
                       DELIMITED BY SIZE
               INTO WS-FAKE-NAME
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HASH-ID)) TO WS-ID-LEN
           IF WS-ID-LEN > 6
               MOVE WS-HASH-ID(WS-ID-LEN - 5:6) TO WS-ID-SUFFIX
           ELSE
               MOVE WS-HASH-ID TO WS-ID-SUFFIX
           END-IF
           MOVE SPACES TO WS-FAKE-EMAIL
           STRING FUNCTION TRIM(WS-FIRST-NAME(WS-FIRST-IDX))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LAST-NAME(WS-LAST-IDX))
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ID-SUFFIX) DELIMITED BY SIZE
                   "@example.test" DELIMITED BY SIZE
               INTO WS-FAKE-EMAIL
           END-STRING
           INSPECT WS-FAKE-EMAIL
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       TO "abcdefghijklmnopqrstuvwxyz".

      *----------------------------------------------------------------
      * Replace when the id is already in the target (an earlier
      * refresh), create otherwise.
      *----------------------------------------------------------------
       WRITE-TARGET-CUSTOMER.
           MOVE WS-TARGET-ENV TO WS-ENV-TEXT
           PERFORM RESET-REQUEST
           MOVE "READ-RETAINED" TO REQ-OPERATION
           MOVE CUST-ID TO REQ-CUST-ID
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           EVALUATE TRUE
               WHEN RESP-OK
                   SET REFR-REPLACED TO TRUE
                   MOVE "UPDATE" TO REQ-OPERATION
               WHEN RESP-NOT-FOUND
                   SET REFR-CREATED TO TRUE
                   MOVE "CREATE" TO REQ-OPERATION
               WHEN OTHER
                   SET CUST-WRITE-FAILED TO TRUE
           END-EVALUATE
           IF NOT CUST-WRITE-FAILED
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               IF NOT RESP-OK AND NOT RESP-CREATED
                   SET CUST-WRITE-FAILED TO TRUE
               END-IF
           END-IF
           IF CUST-WRITE-FAILED
               SET REFR-FAILED TO TRUE
               MOVE RESP-MESSAGE TO REFR-DETAIL
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               IF REFR-REPLACED
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   ADD 1 TO WS-CREATED-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The target's notes for the customer are cleared first, so a
      * second refresh does not double them. Each source page is held
      * in WS-PAGE-NOTE-TABLE while it is written, since the writes
      * reuse the response area the page came back in.
      *----------------------------------------------------------------
       RELOAD-TARGET-NOTES.
           MOVE WS-TARGET-ENV TO WS-ENV-TEXT
           PERFORM RESET-REQUEST
           MOVE "NOTE-CLEAR" TO REQ-OPERATION
           MOVE CUST-ID TO REQ-CUST-ID
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           IF NOT RESP-OK
               MOVE "Customer copied; old test notes not cleared, "
                   TO REFR-DETAIL
               MOVE RESP-MESSAGE TO REFR-DETAIL(47:34)
           ELSE
               MOVE 1 TO WS-NOTE-PAGE
               SET NOTES-MORE TO TRUE
               PERFORM UNTIL NOT NOTES-MORE
                   PERFORM COPY-ONE-NOTE-PAGE
               END-PERFORM
           END-IF.

       COPY-ONE-NOTE-PAGE.
           MOVE WS-SOURCE-ENV TO WS-ENV-TEXT
           PERFORM RESET-REQUEST
           MOVE "NOTE-LIST" TO REQ-OPERATION
           MOVE CUST-ID TO REQ-CUST-ID
           MOVE WS-NOTE-PAGE TO REQ-PAGE
           MOVE WS-NOTE-PAGE-SIZE TO REQ-PAGE-SIZE
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "N" TO WS-NOTE-MORE-FLAG
           MOVE 0 TO WS-PAGE-NOTE-COUNT
           IF RESP-OK
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                   ADD 1 TO WS-PAGE-NOTE-COUNT
                   MOVE RESP-LIST-ITEM(RESP-LIST-IDX)
                       TO WS-PAGE-NOTE(WS-PAGE-NOTE-COUNT)
               END-PERFORM
               IF RESP-LIST-COUNT NOT < WS-NOTE-PAGE-SIZE
                       AND WS-NOTE-PAGE < WS-NOTE-PAGE-MAX
                   ADD 1 TO WS-NOTE-PAGE
                   SET NOTES-MORE TO TRUE
               END-IF
           END-IF
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > WS-PAGE-NOTE-COUNT
               PERFORM COPY-ONE-NOTE
           END-PERFORM.

       COPY-ONE-NOTE.
           MOVE WS-PAGE-NOTE(WS-PN-IDX) TO WS-JSON-BODY
           MOVE "author" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO WS-NOTE-AUTHOR
           MOVE "createdAt" TO WS-JSON-KEY
           PERFORM EXTRACT-JSON-FIELD
           MOVE WS-JSON-VALUE TO WS-NOTE-TS
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-TEXT
           UNSTRING WS-JSON-BODY DELIMITED BY """text"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-TEXT
               END-UNSTRING
           END-IF
           MOVE 0 TO WS-NOTE-TEXT-LEN
           IF WS-NOTE-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOTE-TEXT))
                   TO WS-NOTE-TEXT-LEN
           END-IF
           MOVE WS-NOTE-TEXT-LEN TO WS-COUNT-ED
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "Masked test note for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FAKE-NAME) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   " characters in the original)" DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           END-STRING
           MOVE SPACES TO WS-NOTE-PAYLOAD
           STRING "{""custId"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(CUST-ID) DELIMITED BY SIZE
                   """,""author"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-AUTHOR) DELIMITED BY SIZE
                   """,""text"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-TEXT) DELIMITED BY SIZE
                   """,""createdAt"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-TS) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO WS-NOTE-PAYLOAD
           END-STRING
           MOVE WS-TARGET-ENV TO WS-ENV-TEXT
           PERFORM RESET-REQUEST
           MOVE "NOTE-ADD" TO REQ-OPERATION
           MOVE CUST-ID TO REQ-CUST-ID
           MOVE WS-NOTE-PAYLOAD TO REQ-PAYLOAD
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           IF RESP-CREATED
               ADD 1 TO WS-CUST-NOTE-COUNT
               ADD 1 TO WS-NOTES-COPIED-COUNT
           ELSE
               MOVE "Customer copied; a note could not be written"
                   TO REFR-DETAIL
           END-IF.

      * Every repository call names its environment explicitly: a
      * blank REQ-ENVIRONMENT means production to the repository.
       RESET-REQUEST.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-ENV-TEXT TO REQ-ENVIRONMENT
           MOVE WS-JOB-USER TO REQ-USER
           MOVE 0 TO REQ-VERSION REQ-PAGE REQ-PAGE-SIZE
               REQ-RETENTION-DAYS REQ-BULK-ITEM-COUNT
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT.

       WRITE-TEST-XREF.
           OPEN OUTPUT TEST-XREF-FILE
           IF WS-TXREF-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-TEST-REFRESH: cannot open TESTXREF, "
                   "status=" WS-TXREF-FILE-STATUS
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE "N" TO WS-XREF-EOF
               OPEN INPUT MERGE-XREF-FILE
               IF WS-XREF-FILE-STATUS NOT = "00"
                   SET XREF-EOF TO TRUE
               END-IF
               PERFORM UNTIL XREF-EOF
                   READ MERGE-XREF-FILE
                       AT END
                           SET XREF-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-XREF-PAIR-IN-SAMPLE
      * A blank survivor retires an unmerged pair; it comes across
      * with its duplicate so the lookup stops redirecting there too.
                           IF DUP-IN-SAMPLE AND (SURVIVOR-IN-SAMPLE
                                   OR XREF-SURVIVOR-ID = SPACES)
                               MOVE MERGE-XREF-RECORD
                                   TO TEST-XREF-RECORD
                               WRITE TEST-XREF-RECORD
                               ADD 1 TO WS-XREF-WRITTEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-XREF-FILE-STATUS NOT = "35"
                   CLOSE MERGE-XREF-FILE
               END-IF
               CLOSE TEST-XREF-FILE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-RUN-TIMESTAMP TO REFR-RUN-TIMESTAMP
           WRITE REFRESH-REPORT-RECORD.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO REFRESH-REPORT-RECORD
           SET REFR-SUMMARY-LINE TO TRUE
           MOVE WS-CREATED-COUNT TO WS-COUNT-ED
           MOVE WS-REPLACED-COUNT TO WS-COUNT-ED2
           MOVE WS-FAILED-COUNT TO WS-COUNT-ED3
           STRING "created=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   " replaced=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
                   " failed=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED3) DELIMITED BY SIZE
               INTO REFR-DETAIL
           END-STRING
           MOVE WS-NOTES-COPIED-COUNT TO WS-COUNT-ED
           MOVE WS-XREF-WRITTEN-COUNT TO WS-COUNT-ED2
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-ED3
           STRING " skipped=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED3) DELIMITED BY SIZE
                   " notes=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   " mergeLinks=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED2) DELIMITED BY SIZE
               INTO REFR-DETAIL(41:40)
           END-STRING
           MOVE WS-TARGET-ENV TO REFR-STATUS
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-TEST-REFRESH: listed=" WS-LISTED-COUNT
               " sampled=" WS-SAMPLED-COUNT
               " withMergeLinks=" WS-ID-COUNT
               " created=" WS-CREATED-COUNT
               " replaced=" WS-REPLACED-COUNT
               " skipped=" WS-SKIPPED-COUNT
               " failed=" WS-FAILED-COUNT
               " notes=" WS-NOTES-COPIED-COUNT
               " mergeLinks=" WS-XREF-WRITTEN-COUNT
           IF ID-TABLE-OVERFLOW
               DISPLAY "CUSTOMER-TEST-REFRESH: more than " WS-ID-MAX
                   " customers with merge links; sample truncated"
           END-IF.
