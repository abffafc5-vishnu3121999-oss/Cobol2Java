       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SAR-PACKAGE.

      *----------------------------------------------------------------
      * Subject-access request: the opposite of ANONYMIZE/AUDIT-SCRUB.
      * Gathers everything held about one customer and writes it to
      * SARPKG as one printable disclosure package:
      *   CUSTOMER  the current customer document, soft-deleted ones
      *             included (CUSTOMER-SERVICE READ-RETAINED)
      *   NOTES     every interaction note (NOTE-LIST, all pages)
      *   HISTORY   the AUDITLOG change history with old/new values
      *   NOTICES   the CUSTOMER-NOTICE send register (NOTICREG)
      *   ARCHIVE   any copy written to PURGEARC when purged
      *   CONSENT   the marketing-consent ledger (CONSENTL)
      *   HOUSEHOLD household link/unlink events (CUSTHHLD) for the
      *             customer or for a household anchored on it
      *   MERGES    the CUSTXREF merge links, both directions, those
      *             since retired by an UNMERGE included
      * Ids joined to the requested one through a merge still in
      * effect on CUSTXREF (the record it was merged into, or
      * duplicates folded into it) are the same person, so every
      * section covers all of them; a pair an UNMERGE has retired
      * joins nothing, being two different people. The detail
      * sections are built in SARWORK first so the COVER section at
      * the front can carry the final counts.
      * The run is audited: a SAR-EXPORT line for the customer goes
      * to AUDITOUT (the live AUDITLOG) with the case reference and
      * what each section held, proving when the request was met.
      * Selection comes from the environment:
      *   CUSTOMER_SAR_CUST_ID    customer the request is for
      *   CUSTOMER_SAR_CASE_REF   legal/complaints case reference
      *   CUSTOMER_BATCH_JOB_NAME acting user (default CUSTSAR)
      * Ends RC 4 when nothing at all is held for the id, RC 8 when
      * the id is missing or the package is incomplete (AUDITLOG not
      * readable, customer service unavailable, too many linked ids).
      * An incomplete package says so on its cover; one built
      * without a readable AUDITLOG is not audited as fulfilled.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-APPEND-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPEND-FILE-STATUS.
           SELECT NOTICE-REGISTER-FILE ASSIGN TO "NOTICREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT PURGE-ARCHIVE-FILE ASSIGN TO "PURGEARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT MERGE-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CONSENT-LEDGER-FILE ASSIGN TO "CONSENTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSENT-FILE-STATUS.
           SELECT HOUSEHOLD-FILE ASSIGN TO "CUSTHHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHLD-FILE-STATUS.
           SELECT SAR-WORK-FILE ASSIGN TO "SARWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT SAR-PACKAGE-FILE ASSIGN TO "SARPKG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY "copybooks/AUDIT-LOG-RECORD.cpy".

       FD  AUDIT-APPEND-FILE
           RECORDING MODE IS F.
       01  AUDIT-APPEND-RECORD       PIC X(431).

       FD  NOTICE-REGISTER-FILE
           RECORDING MODE IS F.
       COPY "copybooks/NOTICE-REGISTER-RECORD.cpy".

       FD  PURGE-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PURGE-ARCHIVE-RECORD.cpy".

       FD  MERGE-XREF-FILE
           RECORDING MODE IS F.
       COPY "copybooks/MERGE-XREF-RECORD.cpy".

       FD  CONSENT-LEDGER-FILE
           RECORDING MODE IS F.
       COPY "copybooks/CONSENT-LEDGER-RECORD.cpy".

       FD  HOUSEHOLD-FILE
           RECORDING MODE IS F.
       COPY "copybooks/HOUSEHOLD-LINK-RECORD.cpy".

       FD  SAR-WORK-FILE
           RECORDING MODE IS F.
       01  SAR-WORK-LINE             PIC X(171).

       FD  SAR-PACKAGE-FILE
           RECORDING MODE IS F.
       01  SAR-PACKAGE-LINE          PIC X(171).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-APPEND-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-ARCHIVE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CONSENT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HHLD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PACKAGE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF              PIC X VALUE "N".
           88  AUDIT-EOF                 VALUE "Y".
       01  WS-REGISTER-EOF           PIC X VALUE "N".
           88  REGISTER-EOF              VALUE "Y".
       01  WS-ARCHIVE-EOF            PIC X VALUE "N".
           88  ARCHIVE-EOF               VALUE "Y".
       01  WS-XREF-EOF               PIC X VALUE "N".
           88  XREF-EOF                  VALUE "Y".
       01  WS-CONSENT-EOF            PIC X VALUE "N".
           88  CONSENT-EOF               VALUE "Y".
       01  WS-HHLD-EOF               PIC X VALUE "N".
           88  HHLD-EOF                  VALUE "Y".
       01  WS-WORK-EOF               PIC X VALUE "N".
           88  WORK-EOF                  VALUE "Y".

       COPY "copybooks/SAR-PACKAGE-RECORD.cpy".
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".

       01  WS-SUBJECT-ID             PIC X(24) VALUE SPACES.
       01  WS-CASE-REF               PIC X(20) VALUE SPACES.
       01  WS-RUN-TIMESTAMP          PIC X(26).

      * Batch identity for REQ-USER and the SAR-EXPORT audit line,
      * overridable per job like CUSTOMER-API's
      * CUSTOMER_BATCH_JOB_NAME convention.
       01  WS-JOB-USER               PIC X(8) VALUE "CUSTSAR".
       01  WS-JOB-USER-ENV           PIC X(8).

      *----------------------------------------------------------------
      * Ids covered by the package: the requested id plus every id
      * CUSTXREF joins to it, directly or through a chain of merges.
      * CUSTXREF is re-scanned until a pass adds nothing new. Only a
      * duplicate's last entry counts - a later blank survivor is an
      * UNMERGE retiring the pair - so each pass first gathers, per
      * duplicate, the last pair touching an id already covered.
      *----------------------------------------------------------------
       01  WS-LINK-MAX               PIC 9(3) VALUE 50.
       01  WS-LINK-COUNT             PIC 9(3) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 50 TIMES INDEXED BY WS-LINK-IDX.
               10  WS-LINK-ID            PIC X(24).
               10  WS-LINK-HOW           PIC X(10).
       01  WS-LINK-PASS              PIC 9(3) VALUE 0.
       01  WS-LINK-ADDED-FLAG        PIC X VALUE "N".
           88  LINK-ADDED                VALUE "Y".
       01  WS-MATCH-ID               PIC X(24).
       01  WS-MATCH-FLAG             PIC X VALUE "N".
           88  ID-IS-LINKED              VALUE "Y".
       01  WS-DUP-LINKED-FLAG        PIC X VALUE "N".
           88  DUP-IS-LINKED             VALUE "Y".
       01  WS-SURVIVOR-LINKED-FLAG   PIC X VALUE "N".
           88  SURVIVOR-IS-LINKED        VALUE "Y".
       01  WS-NEW-LINK-ID            PIC X(24).
       01  WS-PAIR-MAX               PIC 9(3) VALUE 200.
       01  WS-PAIR-COUNT             PIC 9(3) VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-DUP-ID        PIC X(24).
               10  WS-PAIR-SURVIVOR-ID   PIC X(24).
       01  WS-PAIR-FOUND-FLAG        PIC X VALUE "N".
           88  PAIR-FOUND                VALUE "Y".

      * Anything that leaves the package short of everything held.
       01  WS-LINK-OVERFLOW-FLAG     PIC X VALUE "N".
           88  LINK-OVERFLOW             VALUE "Y".
       01  WS-SERVICE-FAILED-FLAG    PIC X VALUE "N".
           88  SERVICE-FAILED            VALUE "Y".
       01  WS-AUDIT-UNREAD-FLAG      PIC X VALUE "N".
           88  AUDIT-UNREAD              VALUE "Y".

       01  WS-CUSTOMER-COUNT         PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NOTE-COUNT             PIC 9(7) VALUE 0.
       01  WS-HISTORY-COUNT          PIC 9(7) VALUE 0.
       01  WS-REDACTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-RESTORED-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOTICE-COUNT           PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-COUNT          PIC 9(7) VALUE 0.
       01  WS-CONSENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-HOUSEHOLD-COUNT        PIC 9(7) VALUE 0.
       01  WS-MERGE-COUNT            PIC 9(7) VALUE 0.
       01  WS-PACKAGE-LINE-COUNT     PIC 9(7) VALUE 0.
       01  WS-COUNT-ED               PIC Z(6)9.
       01  WS-AUDIT-PTR              PIC 9(3).
       01  WS-AUDIT-LABEL            PIC X(12).
       01  WS-AUDIT-COUNT            PIC 9(7).

       01  WS-CURRENT-SECTION        PIC X(10).
       01  WS-SECTION-LINE-NO        PIC 9(5) VALUE 0.
       01  WS-OUT-TEXT               PIC X(132).
       01  WS-TS-IN                  PIC X(26).
       01  WS-TS-OUT                 PIC X(19).

      *----------------------------------------------------------------
      * Customer document fields, in disclosure order: JSON key,
      * printed label, and whether the value is a quoted string.
      *----------------------------------------------------------------
       01  WS-CUST-FIELD-TABLE.
           05  FILLER PIC X(39) VALUE
               "id              Customer id           Y".
           05  FILLER PIC X(39) VALUE
               "name            Name                  Y".
           05  FILLER PIC X(39) VALUE
               "email           Email                 Y".
           05  FILLER PIC X(39) VALUE
               "status          Status                Y".
           05  FILLER PIC X(39) VALUE
               "priorStatus     Prior status          Y".
           05  FILLER PIC X(39) VALUE
               "statusReason    Status reason         Y".
           05  FILLER PIC X(39) VALUE
               "createdAt       Created               Y".
           05  FILLER PIC X(39) VALUE
               "updatedAt       Last updated          Y".
           05  FILLER PIC X(39) VALUE
               "deletedAt       Deleted               Y".
           05  FILLER PIC X(39) VALUE
               "addrLine1       Address line 1        Y".
           05  FILLER PIC X(39) VALUE
               "addrLine2       Address line 2        Y".
           05  FILLER PIC X(39) VALUE
               "addrCity        City                  Y".
           05  FILLER PIC X(39) VALUE
               "addrState       State                 Y".
           05  FILLER PIC X(39) VALUE
               "addrZip         ZIP code              Y".
           05  FILLER PIC X(39) VALUE
               "contactPref     Contact preference    Y".
           05  FILLER PIC X(39) VALUE
               "marketingOptIn  Marketing opt-in      Y".
           05  FILLER PIC X(39) VALUE
               "version         Record version        N".
       01  WS-CUST-FIELDS REDEFINES WS-CUST-FIELD-TABLE.
           05  WS-CF-ENTRY OCCURS 17 TIMES INDEXED BY WS-CF-IDX.
               10  WS-CF-KEY             PIC X(16).
               10  WS-CF-LABEL           PIC X(22).
               10  WS-CF-QUOTED          PIC X(01).
       01  WS-CF-COUNT               PIC 9(2) VALUE 17.

       01  WS-JSON-BODY              PIC X(800).
       01  WS-JSON-TAG               PIC X(24).
       01  WS-JSON-TAG-PTR           PIC 9(3).
       01  WS-JSON-TAG-LEN           PIC 9(3).
       01  WS-JSON-VALUE             PIC X(60).
       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).
       01  WS-CUST-STATUS            PIC X(10).

       01  WS-NOTE-PAGE              PIC 9(4).
       01  WS-NOTE-PAGE-SIZE         PIC 9(4) VALUE 100.
       01  WS-NOTE-PAGE-MAX          PIC 9(4) VALUE 100.
       01  WS-NOTE-MORE-FLAG         PIC X VALUE "N".
           88  NOTES-MORE                VALUE "Y".
       01  WS-NOTE-TS                PIC X(26).
       01  WS-NOTE-AUTHOR            PIC X(30).
       01  WS-NOTE-TEXT              PIC X(120).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-RUN-PARAMETERS
           IF WS-SUBJECT-ID = SPACES
               DISPLAY "CUSTOMER-SAR-PACKAGE: CUSTOMER_SAR_CUST_ID "
                   "is required"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COLLECT-LINKED-IDS
           OPEN OUTPUT SAR-WORK-FILE
           PERFORM WRITE-CUSTOMER-SECTION
           PERFORM WRITE-NOTES-SECTION
           PERFORM WRITE-HISTORY-SECTION
           PERFORM WRITE-NOTICES-SECTION
           PERFORM WRITE-ARCHIVE-SECTION
           PERFORM WRITE-CONSENT-SECTION
           PERFORM WRITE-HOUSEHOLD-SECTION
           PERFORM WRITE-MERGES-SECTION
           CLOSE SAR-WORK-FILE
           OPEN OUTPUT SAR-PACKAGE-FILE
           PERFORM WRITE-COVER-SECTION
           PERFORM COPY-WORK-TO-PACKAGE
           CLOSE SAR-PACKAGE-FILE
           IF NOT AUDIT-UNREAD
               PERFORM APPEND-SAR-AUDIT-LINE
               CLOSE AUDIT-LOG-FILE
           END-IF
           PERFORM WRITE-SUMMARY
           EVALUATE TRUE
               WHEN AUDIT-UNREAD OR SERVICE-FAILED OR LINK-OVERFLOW
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CUSTOMER-COUNT = 0 AND WS-NOTE-COUNT = 0
                       AND WS-HISTORY-COUNT = 0
                       AND WS-NOTICE-COUNT = 0
                       AND WS-ARCHIVE-COUNT = 0
                       AND WS-CONSENT-COUNT = 0
                       AND WS-HOUSEHOLD-COUNT = 0
                       AND WS-MERGE-COUNT = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-RUN-PARAMETERS.
           MOVE SPACES TO WS-SUBJECT-ID
           ACCEPT WS-SUBJECT-ID
               FROM ENVIRONMENT "CUSTOMER_SAR_CUST_ID"
           MOVE SPACES TO WS-CASE-REF
           ACCEPT WS-CASE-REF
               FROM ENVIRONMENT "CUSTOMER_SAR_CASE_REF"
           MOVE SPACES TO WS-JOB-USER-ENV
           ACCEPT WS-JOB-USER-ENV
               FROM ENVIRONMENT "CUSTOMER_BATCH_JOB_NAME"
           IF WS-JOB-USER-ENV NOT = SPACES
               MOVE WS-JOB-USER-ENV TO WS-JOB-USER
           END-IF.

      *----------------------------------------------------------------
      * Linked ids. A pass that adds an id can expose further links
      * (a duplicate of a duplicate), so passes repeat until one adds
      * nothing; the pass limit only guards against a looping xref.
      *----------------------------------------------------------------
       COLLECT-LINKED-IDS.
           MOVE 1 TO WS-LINK-COUNT
           MOVE WS-SUBJECT-ID TO WS-LINK-ID(1)
           MOVE "REQUESTED" TO WS-LINK-HOW(1)
           MOVE 0 TO WS-LINK-PASS
           SET LINK-ADDED TO TRUE
           PERFORM UNTIL NOT LINK-ADDED OR WS-LINK-PASS > 20
               ADD 1 TO WS-LINK-PASS
               MOVE "N" TO WS-LINK-ADDED-FLAG
               PERFORM SCAN-XREF-FOR-LINKS
           END-PERFORM.

       SCAN-XREF-FOR-LINKS.
           MOVE 0 TO WS-PAIR-COUNT
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
                       PERFORM NOTE-ONE-XREF-PAIR
               END-READ
           END-PERFORM
           IF WS-XREF-FILE-STATUS NOT = "35"
               CLOSE MERGE-XREF-FILE
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-SURVIVOR-ID(WS-PAIR-IDX) NOT = SPACES
                   PERFORM LINK-ONE-XREF-PAIR
               END-IF
           END-PERFORM.

      * A duplicate already gathered this pass takes its later entry,
      * whatever it links to; otherwise the pair is only of interest
      * when one side is covered already. A full table leaves the
      * package short, as too many linked ids do.
       NOTE-ONE-XREF-PAIR.
           MOVE "N" TO WS-PAIR-FOUND-FLAG
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT OR PAIR-FOUND
               IF WS-PAIR-DUP-ID(WS-PAIR-IDX) = XREF-DUP-ID
                   SET PAIR-FOUND TO TRUE
                   MOVE XREF-SURVIVOR-ID
                       TO WS-PAIR-SURVIVOR-ID(WS-PAIR-IDX)
               END-IF
           END-PERFORM
           IF NOT PAIR-FOUND
               MOVE XREF-DUP-ID TO WS-MATCH-ID
               PERFORM FIND-LINKED-ID
               MOVE WS-MATCH-FLAG TO WS-DUP-LINKED-FLAG
               MOVE XREF-SURVIVOR-ID TO WS-MATCH-ID
               PERFORM FIND-LINKED-ID
               MOVE WS-MATCH-FLAG TO WS-SURVIVOR-LINKED-FLAG
               IF DUP-IS-LINKED OR SURVIVOR-IS-LINKED
                   IF WS-PAIR-COUNT < WS-PAIR-MAX
                       ADD 1 TO WS-PAIR-COUNT
                       MOVE XREF-DUP-ID
                           TO WS-PAIR-DUP-ID(WS-PAIR-COUNT)
                       MOVE XREF-SURVIVOR-ID
                           TO WS-PAIR-SURVIVOR-ID(WS-PAIR-COUNT)
                   ELSE
                       SET LINK-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       LINK-ONE-XREF-PAIR.
           MOVE WS-PAIR-DUP-ID(WS-PAIR-IDX) TO WS-MATCH-ID
           PERFORM FIND-LINKED-ID
           MOVE WS-MATCH-FLAG TO WS-DUP-LINKED-FLAG
           MOVE WS-PAIR-SURVIVOR-ID(WS-PAIR-IDX) TO WS-MATCH-ID
           PERFORM FIND-LINKED-ID
           MOVE WS-MATCH-FLAG TO WS-SURVIVOR-LINKED-FLAG
           IF DUP-IS-LINKED AND NOT SURVIVOR-IS-LINKED
               MOVE WS-PAIR-SURVIVOR-ID(WS-PAIR-IDX) TO WS-NEW-LINK-ID
               PERFORM ADD-LINKED-ID
           END-IF
           IF SURVIVOR-IS-LINKED AND NOT DUP-IS-LINKED
               MOVE WS-PAIR-DUP-ID(WS-PAIR-IDX) TO WS-NEW-LINK-ID
               PERFORM ADD-LINKED-ID
           END-IF.

       FIND-LINKED-ID.
           MOVE "N" TO WS-MATCH-FLAG
           IF WS-MATCH-ID NOT = SPACES
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                          OR ID-IS-LINKED
                   IF WS-LINK-ID(WS-LINK-IDX) = WS-MATCH-ID
                       SET ID-IS-LINKED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       ADD-LINKED-ID.
           IF WS-NEW-LINK-ID NOT = SPACES
               IF WS-LINK-COUNT < WS-LINK-MAX
                   ADD 1 TO WS-LINK-COUNT
                   MOVE WS-NEW-LINK-ID TO WS-LINK-ID(WS-LINK-COUNT)
                   MOVE "MERGE LINK" TO WS-LINK-HOW(WS-LINK-COUNT)
                   SET LINK-ADDED TO TRUE
               ELSE
                   SET LINK-OVERFLOW TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CUSTOMER: one block per id still in the customers collection.
      * READ-RETAINED is used so a soft-deleted record, still held
      * until the retention purge, is disclosed too.
      *----------------------------------------------------------------
       WRITE-CUSTOMER-SECTION.
           MOVE "CUSTOMER" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               PERFORM WRITE-ONE-CUSTOMER-RECORD
           END-PERFORM
           IF WS-CUSTOMER-COUNT = 0
               MOVE "No customer record is held." TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-CUSTOMER-RECORD.
           MOVE SPACES TO REQUEST-CTX
           MOVE "READ-RETAINED" TO REQ-OPERATION
           MOVE WS-LINK-ID(WS-LINK-IDX) TO REQ-CUST-ID
           MOVE WS-JOB-USER TO REQ-USER
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           EVALUATE TRUE
               WHEN RESP-OK
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE RESP-BODY TO WS-JSON-BODY
                   PERFORM WRITE-CUSTOMER-FIELDS
               WHEN RESP-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   SET SERVICE-FAILED TO TRUE
                   MOVE SPACES TO WS-OUT-TEXT
                   STRING "Customer record "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINK-ID(WS-LINK-IDX))
                               DELIMITED BY SIZE
                           " could not be read: " DELIMITED BY SIZE
                           RESP-MESSAGE DELIMITED BY SIZE
                       INTO WS-OUT-TEXT
                   END-STRING
                   PERFORM WRITE-WORK-LINE
           END-EVALUATE.

       WRITE-CUSTOMER-FIELDS.
           MOVE SPACES TO WS-CUST-STATUS
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Customer record " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINK-ID(WS-LINK-IDX))
                       DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               PERFORM EXTRACT-JSON-FIELD
               IF WS-CF-KEY(WS-CF-IDX) = "status"
                   MOVE WS-JSON-VALUE TO WS-CUST-STATUS
               END-IF
               MOVE SPACES TO WS-OUT-TEXT
               STRING "  " DELIMITED BY SIZE
                       WS-CF-LABEL(WS-CF-IDX) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-JSON-VALUE DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-WORK-LINE
           END-PERFORM
           IF WS-CUST-STATUS = "DELETED"
               ADD 1 TO WS-DELETED-COUNT
               MOVE "  Record is soft-deleted; held until purged."
                   TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

      * Pulls WS-CF-KEY(WS-CF-IDX)'s value out of WS-JSON-BODY: the
      * tag is built with its length so DELIMITED BY matches exactly
      * "key":" (or "key": for the unquoted version number).
       EXTRACT-JSON-FIELD.
           MOVE SPACES TO WS-JSON-TAG WS-JSON-VALUE
           MOVE 1 TO WS-JSON-TAG-PTR
           IF WS-CF-QUOTED(WS-CF-IDX) = "Y"
               STRING """" DELIMITED BY SIZE
                       WS-CF-KEY(WS-CF-IDX) DELIMITED BY SPACE
                       """:""" DELIMITED BY SIZE
                   INTO WS-JSON-TAG
                   WITH POINTER WS-JSON-TAG-PTR
               END-STRING
           ELSE
               STRING """" DELIMITED BY SIZE
                       WS-CF-KEY(WS-CF-IDX) DELIMITED BY SPACE
                       """:" DELIMITED BY SIZE
                   INTO WS-JSON-TAG
                   WITH POINTER WS-JSON-TAG-PTR
               END-STRING
           END-IF
           COMPUTE WS-JSON-TAG-LEN = WS-JSON-TAG-PTR - 1
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-JSON-BODY
               DELIMITED BY WS-JSON-TAG(1:WS-JSON-TAG-LEN)
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               IF WS-CF-QUOTED(WS-CF-IDX) = "Y"
                   UNSTRING WS-REMAINDER DELIMITED BY """"
                       INTO WS-JSON-VALUE
                   END-UNSTRING
               ELSE
                   UNSTRING WS-REMAINDER DELIMITED BY "," OR "}"
                       INTO WS-JSON-VALUE
                   END-UNSTRING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * NOTES: every page of NOTE-LIST for each id. The note store
      * flags a soft-deleted customer's notes and NOTE-LIST no longer
      * returns them - the cover says so when a record is deleted.
      *----------------------------------------------------------------
       WRITE-NOTES-SECTION.
           MOVE "NOTES" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               MOVE 1 TO WS-NOTE-PAGE
               SET NOTES-MORE TO TRUE
               PERFORM UNTIL NOT NOTES-MORE
                   PERFORM FETCH-ONE-NOTE-PAGE
               END-PERFORM
           END-PERFORM
           IF WS-NOTE-COUNT = 0
               MOVE "No interaction notes are held." TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       FETCH-ONE-NOTE-PAGE.
           MOVE SPACES TO REQUEST-CTX
           MOVE "NOTE-LIST" TO REQ-OPERATION
           MOVE WS-LINK-ID(WS-LINK-IDX) TO REQ-CUST-ID
           MOVE WS-JOB-USER TO REQ-USER
           MOVE WS-NOTE-PAGE TO REQ-PAGE
           MOVE WS-NOTE-PAGE-SIZE TO REQ-PAGE-SIZE
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           MOVE "N" TO WS-NOTE-MORE-FLAG
           IF RESP-OK
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                   PERFORM WRITE-ONE-NOTE
               END-PERFORM
               IF RESP-LIST-COUNT NOT < WS-NOTE-PAGE-SIZE
                       AND WS-NOTE-PAGE < WS-NOTE-PAGE-MAX
                   ADD 1 TO WS-NOTE-PAGE
                   SET NOTES-MORE TO TRUE
               END-IF
           ELSE
               IF NOT RESP-NOT-FOUND
                   SET SERVICE-FAILED TO TRUE
                   MOVE SPACES TO WS-OUT-TEXT
                   STRING "Notes for "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(WS-LINK-ID(WS-LINK-IDX))
                               DELIMITED BY SIZE
                           " could not be listed: " DELIMITED BY SIZE
                           RESP-MESSAGE DELIMITED BY SIZE
                       INTO WS-OUT-TEXT
                   END-STRING
                   PERFORM WRITE-WORK-LINE
               END-IF
           END-IF.

       WRITE-ONE-NOTE.
           ADD 1 TO WS-NOTE-COUNT
           MOVE RESP-LIST-ITEM(RESP-LIST-IDX) TO WS-JSON-BODY
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-TS
           UNSTRING WS-JSON-BODY DELIMITED BY """createdAt"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-TS
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-AUTHOR
           UNSTRING WS-JSON-BODY DELIMITED BY """author"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-AUTHOR
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-NOTE-TEXT
           UNSTRING WS-JSON-BODY DELIMITED BY """text"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-NOTE-TEXT
               END-UNSTRING
           END-IF
           MOVE WS-NOTE-TS TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           STRING WS-TS-OUT DELIMITED BY SIZE
                   " note by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTE-AUTHOR) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINK-ID(WS-LINK-IDX))
                       DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "  " DELIMITED BY SIZE
                   WS-NOTE-TEXT DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE.

      *----------------------------------------------------------------
      * HISTORY: every AUDITLOG line for a covered id, in file order
      * (chronological). AUDITLOG stays open after the scan so the
      * SAR-EXPORT line can be built in its record area at the end.
      *----------------------------------------------------------------
       WRITE-HISTORY-SECTION.
           MOVE "HISTORY" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-SAR-PACKAGE: cannot open audit "
                   "log, status=" WS-AUDIT-FILE-STATUS
               SET AUDIT-UNREAD TO TRUE
               SET AUDIT-EOF TO TRUE
               MOVE "The change history could not be read."
                   TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-CUST-ID TO WS-MATCH-ID
                       PERFORM FIND-LINKED-ID
                       IF ID-IS-LINKED
                           PERFORM WRITE-ONE-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-COUNT = 0 AND NOT AUDIT-UNREAD
               MOVE "No change history is held." TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-COUNT
           IF AUDIT-OLD-VALUES = "REDACTED"
                   OR AUDIT-NEW-VALUES = "REDACTED"
               ADD 1 TO WS-REDACTED-COUNT
           END-IF
      * A record brought back by UNDELETE or UNMERGE was soft-deleted
      * first, so its notes are still flagged - see the cover remark.
           IF (AUDIT-RESP-CODE = 200 OR 201)
                   AND (AUDIT-OPERATION = "UNDELETE"
                     OR (AUDIT-OPERATION = "UNMERGE"
                         AND AUDIT-OLD-VALUES(1:11) = "mergedInto="))
               ADD 1 TO WS-RESTORED-COUNT
           END-IF
           MOVE AUDIT-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           STRING WS-TS-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-OPERATION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-RESP-CODE DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   AUDIT-USER DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   AUDIT-CUST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-RESP-MESSAGE DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           IF AUDIT-OLD-VALUES NOT = SPACES
               MOVE SPACES TO WS-OUT-TEXT
               STRING "  before: " DELIMITED BY SIZE
                       AUDIT-OLD-VALUES DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-WORK-LINE
           END-IF
           IF AUDIT-NEW-VALUES NOT = SPACES
               MOVE SPACES TO WS-OUT-TEXT
               STRING "  after:  " DELIMITED BY SIZE
                       AUDIT-NEW-VALUES DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-NOTICES-SECTION.
           MOVE "NOTICES" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           MOVE "N" TO WS-REGISTER-EOF
           OPEN INPUT NOTICE-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               SET REGISTER-EOF TO TRUE
           END-IF
           PERFORM UNTIL REGISTER-EOF
               READ NOTICE-REGISTER-FILE
                   AT END
                       SET REGISTER-EOF TO TRUE
                   NOT AT END
                       MOVE NREG-CUST-ID TO WS-MATCH-ID
                       PERFORM FIND-LINKED-ID
                       IF ID-IS-LINKED
                           PERFORM WRITE-ONE-NOTICE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REGISTER-FILE-STATUS NOT = "35"
               CLOSE NOTICE-REGISTER-FILE
           END-IF
           IF WS-NOTICE-COUNT = 0
               MOVE "No notices are on the send register."
                   TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-NOTICE-ENTRY.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE NREG-RUN-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           STRING WS-TS-OUT DELIMITED BY SIZE
                   " status " DELIMITED BY SIZE
                   FUNCTION TRIM(NREG-OLD-STATUS) DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   FUNCTION TRIM(NREG-NEW-STATUS) DELIMITED BY SIZE
                   " reason " DELIMITED BY SIZE
                   FUNCTION TRIM(NREG-REASON-CODE) DELIMITED BY SIZE
                   " channel " DELIMITED BY SIZE
                   FUNCTION TRIM(NREG-CHANNEL) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(NREG-DISPOSITION) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   FUNCTION TRIM(NREG-CUST-ID) DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE.

       WRITE-ARCHIVE-SECTION.
           MOVE "ARCHIVE" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
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
                       MOVE ARCH-CUST-ID TO WS-MATCH-ID
                       PERFORM FIND-LINKED-ID
                       IF ID-IS-LINKED
                           PERFORM WRITE-ONE-ARCHIVE-COPY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-FILE-STATUS NOT = "35"
               CLOSE PURGE-ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-COUNT = 0
               MOVE "No purge archive copy is held." TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-ARCHIVE-COPY.
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE ARCH-RUN-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           STRING WS-TS-OUT DELIMITED BY SIZE
                   " archived at purge: " DELIMITED BY SIZE
                   FUNCTION TRIM(ARCH-CUST-ID) DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "  Name: " DELIMITED BY SIZE
                   ARCH-NAME DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "  Email: " DELIMITED BY SIZE
                   ARCH-EMAIL DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "  Status: " DELIMITED BY SIZE
                   ARCH-STATUS DELIMITED BY SIZE
                   " deleted " DELIMITED BY SIZE
                   ARCH-DELETED-TS DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE.

      *----------------------------------------------------------------
      * CONSENT: every marketing-consent change on the ledger, in the
      * order it was made.
      *----------------------------------------------------------------
       WRITE-CONSENT-SECTION.
           MOVE "CONSENT" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           MOVE "N" TO WS-CONSENT-EOF
           OPEN INPUT CONSENT-LEDGER-FILE
           IF WS-CONSENT-FILE-STATUS NOT = "00"
               SET CONSENT-EOF TO TRUE
           END-IF
           PERFORM UNTIL CONSENT-EOF
               READ CONSENT-LEDGER-FILE
                   AT END
                       SET CONSENT-EOF TO TRUE
                   NOT AT END
                       MOVE CONS-CUST-ID TO WS-MATCH-ID
                       PERFORM FIND-LINKED-ID
                       IF ID-IS-LINKED
                           PERFORM WRITE-ONE-CONSENT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CONSENT-FILE-STATUS NOT = "35"
               CLOSE CONSENT-LEDGER-FILE
           END-IF
           IF WS-CONSENT-COUNT = 0
               MOVE "No consent changes are on the ledger."
                   TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-CONSENT-ENTRY.
           ADD 1 TO WS-CONSENT-COUNT
           MOVE CONS-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           STRING WS-TS-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(CONS-OPERATION) DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   FUNCTION TRIM(CONS-ACTOR) DELIMITED BY SIZE
                   " via " DELIMITED BY SIZE
                   FUNCTION TRIM(CONS-CHANNEL) DELIMITED BY SIZE
                   " on " DELIMITED BY SIZE
                   FUNCTION TRIM(CONS-CUST-ID) DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "  Marketing opt-in: " DELIMITED BY SIZE
                   CONS-PREV-OPT-IN DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   CONS-NEW-OPT-IN DELIMITED BY SIZE
                   "  Contact preference: " DELIMITED BY SIZE
                   CONS-PREV-CONTACT-PREF DELIMITED BY SIZE
                   " to " DELIMITED BY SIZE
                   CONS-NEW-CONTACT-PREF DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-WORK-LINE.

      *----------------------------------------------------------------
      * HOUSEHOLD: each link or unlink of a covered id, and of anyone
      * joined to a household anchored on a covered id.
      *----------------------------------------------------------------
       WRITE-HOUSEHOLD-SECTION.
           MOVE "HOUSEHOLD" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           MOVE "N" TO WS-HHLD-EOF
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HHLD-FILE-STATUS NOT = "00"
               SET HHLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HHLD-EOF
               READ HOUSEHOLD-FILE
                   AT END
                       SET HHLD-EOF TO TRUE
                   NOT AT END
                       MOVE HHLD-CUST-ID TO WS-MATCH-ID
                       PERFORM FIND-LINKED-ID
                       IF NOT ID-IS-LINKED
                           MOVE HHLD-HOUSEHOLD-ID TO WS-MATCH-ID
                           PERFORM FIND-LINKED-ID
                       END-IF
                       IF ID-IS-LINKED
                           PERFORM WRITE-ONE-HOUSEHOLD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HHLD-FILE-STATUS NOT = "35"
               CLOSE HOUSEHOLD-FILE
           END-IF
           IF WS-HOUSEHOLD-COUNT = 0
               MOVE "No household links are held." TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-HOUSEHOLD-ENTRY.
           ADD 1 TO WS-HOUSEHOLD-COUNT
           MOVE HHLD-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           IF HHLD-IS-UNLINKED
               STRING WS-TS-OUT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-CUST-ID) DELIMITED BY SIZE
                       " unlinked from household " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-HOUSEHOLD-ID)
                           DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-USER) DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
           ELSE
               STRING WS-TS-OUT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-CUST-ID) DELIMITED BY SIZE
                       " linked to household " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-HOUSEHOLD-ID)
                           DELIMITED BY SIZE
                       " as " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-RELATIONSHIP)
                           DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       FUNCTION TRIM(HHLD-USER) DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-WORK-LINE.

      * Every CUSTXREF entry for a covered duplicate, retired pairs
      * included, so the package shows merges undone as well.
       WRITE-MERGES-SECTION.
           MOVE "MERGES" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
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
                       MOVE XREF-DUP-ID TO WS-MATCH-ID
                       PERFORM FIND-LINKED-ID
                       IF ID-IS-LINKED
                           PERFORM WRITE-ONE-MERGE-LINK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-FILE-STATUS NOT = "35"
               CLOSE MERGE-XREF-FILE
           END-IF
           IF WS-MERGE-COUNT = 0
               MOVE "No merge links are held." TO WS-OUT-TEXT
               PERFORM WRITE-WORK-LINE
           END-IF.

       WRITE-ONE-MERGE-LINK.
           ADD 1 TO WS-MERGE-COUNT
           MOVE XREF-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
      * A blank survivor is an UNMERGE retiring the earlier merge.
           IF XREF-SURVIVOR-ID = SPACES
               STRING WS-TS-OUT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(XREF-DUP-ID) DELIMITED BY SIZE
                       " unmerged, restored under its own id"
                           DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
           ELSE
               STRING WS-TS-OUT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(XREF-DUP-ID) DELIMITED BY SIZE
                       " merged into " DELIMITED BY SIZE
                       FUNCTION TRIM(XREF-SURVIVOR-ID)
                           DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-WORK-LINE.

      *----------------------------------------------------------------
      * COVER: who asked, when, which ids, what each section holds,
      * and anything that leaves the package short.
      *----------------------------------------------------------------
       WRITE-COVER-SECTION.
           MOVE "COVER" TO WS-CURRENT-SECTION
           MOVE 0 TO WS-SECTION-LINE-NO
           MOVE "SUBJECT ACCESS REQUEST - DISCLOSURE PACKAGE"
               TO WS-OUT-TEXT
           PERFORM WRITE-PACKAGE-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Customer id requested : " DELIMITED BY SIZE
                   WS-SUBJECT-ID DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Case reference        : " DELIMITED BY SIZE
                   WS-CASE-REF DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-RUN-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-DISPLAY-TS
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Prepared              : " DELIMITED BY SIZE
                   WS-TS-OUT DELIMITED BY SIZE
                   " by " DELIMITED BY SIZE
                   WS-JOB-USER DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           IF AUDIT-UNREAD OR SERVICE-FAILED OR LINK-OVERFLOW
               MOVE "Package status        : INCOMPLETE - see below"
                   TO WS-OUT-TEXT
           ELSE
               MOVE "Package status        : COMPLETE" TO WS-OUT-TEXT
           END-IF
           PERFORM WRITE-PACKAGE-LINE
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               MOVE SPACES TO WS-OUT-TEXT
               STRING "Customer id covered   : " DELIMITED BY SIZE
                       WS-LINK-ID(WS-LINK-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-LINK-HOW(WS-LINK-IDX) DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-PACKAGE-LINE
           END-PERFORM
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section CUSTOMER      : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " customer record(s)" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-NOTE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section NOTES         : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " interaction note(s)" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-HISTORY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section HISTORY       : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " change history entries" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-NOTICE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section NOTICES       : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " notice register entries" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-ARCHIVE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section ARCHIVE       : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " purge archive copies" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-CONSENT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section CONSENT       : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " consent ledger entries" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-HOUSEHOLD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section HOUSEHOLD     : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " household link events" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           MOVE WS-MERGE-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-OUT-TEXT
           STRING "Section MERGES        : " DELIMITED BY SIZE
                   WS-COUNT-ED DELIMITED BY SIZE
                   " merge cross-reference links" DELIMITED BY SIZE
               INTO WS-OUT-TEXT
           END-STRING
           PERFORM WRITE-PACKAGE-LINE
           PERFORM WRITE-COVER-REMARKS.

       WRITE-COVER-REMARKS.
           IF WS-REDACTED-COUNT > 0
               MOVE WS-REDACTED-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-OUT-TEXT
               STRING "Note: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       " history entries show REDACTED - values era"
                           DELIMITED BY SIZE
                       "sed by an earlier erasure request."
                           DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-PACKAGE-LINE
           END-IF
           IF WS-DELETED-COUNT > 0 OR WS-RESTORED-COUNT > 0
               MOVE SPACES TO WS-OUT-TEXT
               STRING "Note: notes flagged deleted with a record stay "
                           DELIMITED BY SIZE
                       "flagged until purge, even after an undelete, "
                           DELIMITED BY SIZE
                       "and are withheld by the note store."
                           DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-PACKAGE-LINE
           END-IF
           IF SERVICE-FAILED
               MOVE SPACES TO WS-OUT-TEXT
               STRING "Incomplete: the customer service did not "
                           DELIMITED BY SIZE
                       "answer - CUSTOMER/NOTES sections are short."
                           DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-PACKAGE-LINE
           END-IF
           IF AUDIT-UNREAD
               MOVE "Incomplete: AUDITLOG could not be read."
                   TO WS-OUT-TEXT
               PERFORM WRITE-PACKAGE-LINE
           END-IF
           IF LINK-OVERFLOW
               MOVE WS-LINK-MAX TO WS-COUNT-ED
               MOVE SPACES TO WS-OUT-TEXT
               STRING "Incomplete: more than " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       " merge-linked ids - only the first are covered."
                           DELIMITED BY SIZE
                   INTO WS-OUT-TEXT
               END-STRING
               PERFORM WRITE-PACKAGE-LINE
           END-IF.

       COPY-WORK-TO-PACKAGE.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT SAR-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               SET WORK-EOF TO TRUE
           END-IF
           PERFORM UNTIL WORK-EOF
               READ SAR-WORK-FILE
                   AT END
                       SET WORK-EOF TO TRUE
                   NOT AT END
                       MOVE SAR-WORK-LINE TO SAR-PACKAGE-LINE
                       WRITE SAR-PACKAGE-LINE
                       ADD 1 TO WS-PACKAGE-LINE-COUNT
               END-READ
           END-PERFORM
           IF WS-WORK-FILE-STATUS NOT = "35"
               CLOSE SAR-WORK-FILE
           END-IF.

       WRITE-WORK-LINE.
           PERFORM BUILD-PACKAGE-RECORD
           MOVE SAR-PACKAGE-RECORD TO SAR-WORK-LINE
           WRITE SAR-WORK-LINE.

       WRITE-PACKAGE-LINE.
           PERFORM BUILD-PACKAGE-RECORD
           MOVE SAR-PACKAGE-RECORD TO SAR-PACKAGE-LINE
           WRITE SAR-PACKAGE-LINE
           ADD 1 TO WS-PACKAGE-LINE-COUNT.

       BUILD-PACKAGE-RECORD.
           ADD 1 TO WS-SECTION-LINE-NO
           MOVE SPACES TO SAR-PACKAGE-RECORD
           MOVE WS-SUBJECT-ID TO SARP-SUBJECT-ID
           MOVE WS-CURRENT-SECTION TO SARP-SECTION
           MOVE WS-SECTION-LINE-NO TO SARP-LINE-NO
           MOVE WS-OUT-TEXT TO SARP-TEXT
           MOVE SPACES TO WS-OUT-TEXT.

      * CURRENT-DATE style YYYYMMDDhhmmss... shown as
      * YYYY-MM-DD hh:mm:ss; anything else is shown as held.
       FORMAT-DISPLAY-TS.
           MOVE SPACES TO WS-TS-OUT
           IF WS-TS-IN(1:14) IS NUMERIC
               STRING WS-TS-IN(1:4) "-" WS-TS-IN(5:2) "-"
                       WS-TS-IN(7:2) " " WS-TS-IN(9:2) ":"
                       WS-TS-IN(11:2) ":" WS-TS-IN(13:2)
                       DELIMITED BY SIZE
                   INTO WS-TS-OUT
               END-STRING
           ELSE
               MOVE WS-TS-IN TO WS-TS-OUT
           END-IF.

      * Proof of fulfilment: when, for whom, under which case, by
      * whom, and how much each section disclosed. Counts are written
      * without leading zeros so every section fits the new values.
       APPEND-SAR-AUDIT-LINE.
           MOVE WS-RUN-TIMESTAMP TO AUDIT-TIMESTAMP
           MOVE "SAR-EXPORT" TO AUDIT-OPERATION
           MOVE WS-SUBJECT-ID TO AUDIT-CUST-ID
           MOVE SPACES TO AUDIT-CORRELATION-ID
           IF SERVICE-FAILED OR LINK-OVERFLOW
               MOVE 500 TO AUDIT-RESP-CODE
               MOVE "Subject access package incomplete"
                   TO AUDIT-RESP-MESSAGE
           ELSE
               MOVE 200 TO AUDIT-RESP-CODE
               MOVE "Subject access package produced"
                   TO AUDIT-RESP-MESSAGE
           END-IF
           MOVE WS-JOB-USER TO AUDIT-USER
           MOVE SPACES TO AUDIT-OLD-VALUES
           MOVE SPACES TO AUDIT-NEW-VALUES
           MOVE 1 TO WS-AUDIT-PTR
           STRING "caseRef=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CASE-REF) DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUES WITH POINTER WS-AUDIT-PTR
           END-STRING
           MOVE ";ids=" TO WS-AUDIT-LABEL
           MOVE WS-LINK-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";customer=" TO WS-AUDIT-LABEL
           MOVE WS-CUSTOMER-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";notes=" TO WS-AUDIT-LABEL
           MOVE WS-NOTE-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";history=" TO WS-AUDIT-LABEL
           MOVE WS-HISTORY-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";notices=" TO WS-AUDIT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";archive=" TO WS-AUDIT-LABEL
           MOVE WS-ARCHIVE-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";consent=" TO WS-AUDIT-LABEL
           MOVE WS-CONSENT-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";household=" TO WS-AUDIT-LABEL
           MOVE WS-HOUSEHOLD-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           MOVE ";merges=" TO WS-AUDIT-LABEL
           MOVE WS-MERGE-COUNT TO WS-AUDIT-COUNT
           PERFORM ADD-AUDIT-COUNT
           OPEN EXTEND AUDIT-APPEND-FILE
           IF WS-APPEND-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-APPEND-FILE
           END-IF
           MOVE AUDIT-LOG-RECORD TO AUDIT-APPEND-RECORD
           WRITE AUDIT-APPEND-RECORD
           CLOSE AUDIT-APPEND-FILE.

       ADD-AUDIT-COUNT.
           MOVE WS-AUDIT-COUNT TO WS-COUNT-ED
           STRING WS-AUDIT-LABEL DELIMITED BY SPACE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUES WITH POINTER WS-AUDIT-PTR
           END-STRING.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-SAR-PACKAGE: custId="
               FUNCTION TRIM(WS-SUBJECT-ID)
               " ids=" WS-LINK-COUNT
               " customer=" WS-CUSTOMER-COUNT
               " notes=" WS-NOTE-COUNT
               " history=" WS-HISTORY-COUNT
               " notices=" WS-NOTICE-COUNT
               " archive=" WS-ARCHIVE-COUNT
               " consent=" WS-CONSENT-COUNT
               " household=" WS-HOUSEHOLD-COUNT
               " merges=" WS-MERGE-COUNT
               " lines=" WS-PACKAGE-LINE-COUNT.
