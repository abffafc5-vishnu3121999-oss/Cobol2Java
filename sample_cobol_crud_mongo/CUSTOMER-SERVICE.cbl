           SELECT MERGE-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT HOUSEHOLD-LINK-FILE ASSIGN TO "CUSTHHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HHLD-FILE-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "CUSTAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT CONSENT-LEDGER-FILE ASSIGN TO "CONSENTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSENT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERIDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT DO-NOT-MERGE-FILE ASSIGN TO "CUSTDNM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "copybooks/MERGE-XREF-RECORD.cpy".

       FD  HOUSEHOLD-LINK-FILE
           RECORDING MODE IS F.
       COPY "copybooks/HOUSEHOLD-LINK-RECORD.cpy".

       FD  PENDING-APPROVAL-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PENDING-APPROVAL-RECORD.cpy".

       FD  CONSENT-LEDGER-FILE
           RECORDING MODE IS F.
       COPY "copybooks/CONSENT-LEDGER-RECORD.cpy".

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY "copybooks/OPERATOR-RECORD.cpy".

       FD  DO-NOT-MERGE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/DO-NOT-MERGE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/CUSTOMER-REC.cpy".

       01  WS-AUDIT-OLD-VALUES   PIC X(120).
       01  WS-AUDIT-NEW-VALUES   PIC X(120).

      *----------------------------------------------------------------
      * Household relationships. HOUSEHOLD-LINK puts the request's
      * customer into the household of the payload's linkedCustId
      * (that customer becoming the household anchor, relationship
      * PRIMARY, if it was not in one yet); HOUSEHOLD-UNLINK takes
      * the request's customer back out; HOUSEHOLD-LIST returns the
      * current members with their name and status. CUSTHHLD is
      * append-only and read last-record-wins per customer, the same
      * way CUSTXREF is. A household is never left with a single
      * member - unlinking the second-to-last member unlinks the
      * last one too - and the anchor cannot leave while others
      * remain, so an anchor id is never reused as a household id
      * that still has members from an earlier household.
      *----------------------------------------------------------------
       01  WS-HHLD-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-HHLD-EOF           PIC X VALUE "N".
           88  HHLD-EOF              VALUE "Y".
       01  WS-HHLD-LINKED-CUST-ID PIC X(24).
       01  WS-HHLD-RELATIONSHIP-VALUE PIC X(10).
       01  WS-HHLD-LOOKUP-ID     PIC X(24).
       01  WS-HHLD-RESULT-ID     PIC X(24).
       01  WS-HHLD-RESULT-RELATIONSHIP PIC X(10).
       01  WS-HHLD-HOUSEHOLD-ID  PIC X(24).
       01  WS-HHLD-OLD-HOUSEHOLD-ID PIC X(24).
       01  WS-HHLD-SAVED-CUST-ID PIC X(24).
       01  WS-HHLD-WRITE-CUST-ID PIC X(24).
       01  WS-HHLD-WRITE-RELATIONSHIP PIC X(10).
       01  WS-HHLD-WRITE-ACTION  PIC X(01).
       01  WS-HHLD-MEMBER-MAX    PIC 9(2) VALUE 20.
       01  WS-HHLD-MEMBER-COUNT  PIC 9(2) VALUE 0.
       01  WS-HHLD-LINKED-COUNT  PIC 9(2) VALUE 0.
       01  WS-HHLD-MEMBER-TABLE.
           05  WS-HM-ENTRY OCCURS 20 TIMES INDEXED BY WS-HM-IDX.
               10  WS-HM-CUST-ID         PIC X(24).
               10  WS-HM-RELATIONSHIP    PIC X(10).
               10  WS-HM-ACTION          PIC X(01).
                   88  WS-HM-LINKED          VALUE "L".
       01  WS-HHLD-IN-TABLE-FLAG PIC X VALUE "N".
           88  HHLD-IN-TABLE         VALUE "Y".
       01  WS-HHLD-LAST-MEMBER-ID PIC X(24).
       01  WS-HHLD-COUNT-ED      PIC Z9.
       01  WS-HHLD-SAVED-MESSAGE PIC X(80).
       01  WS-HHLD-MEMBER-STATUS PIC X(10).
       01  WS-HHLD-RELATIONSHIP-TABLE.
           05  FILLER PIC X(10) VALUE "SPOUSE".
           05  FILLER PIC X(10) VALUE "PARTNER".
           05  FILLER PIC X(10) VALUE "DEPENDENT".
           05  FILLER PIC X(10) VALUE "PARENT".
           05  FILLER PIC X(10) VALUE "OTHER".
       01  WS-HHLD-RELATIONSHIPS REDEFINES WS-HHLD-RELATIONSHIP-TABLE.
           05  WS-HHLD-REL-NAME OCCURS 5 TIMES
                                 INDEXED BY WS-HHLD-REL-IDX
                                 PIC X(10).
       01  WS-HHLD-REL-FOUND-FLAG PIC X VALUE "N".
           88  HHLD-REL-FOUND        VALUE "Y".

      *----------------------------------------------------------------
      * ZIP/state reference check (CUSTOMER-ADDR-CHECK against the
      * ZIPSTATE file). CREATE checks the pair it was given; UPDATE
      * checks only when the payload touches state or ZIP, using the
      * stored value for whichever half was not sent, so an unrelated
      * status change is never blocked by an address already on file.
      *----------------------------------------------------------------
       COPY "copybooks/ADDR-CHECK-CTX.cpy".

      *----------------------------------------------------------------
      * Four-eyes approval. An UPDATE whose status transition needs
      * the supervisor override is parked on CUSTAPPR (202, nothing
      * sent to Mongo) instead of applied. PENDING-LIST shows the
      * open items; PENDING-APPROVE, by an operator other than the
      * requester, re-runs the parked UPDATE under the approver's id
      * and PENDING-REJECT closes it unapplied. An item nobody
      * decides within CUSTOMER_APPROVAL_EXPIRY_DAYS (default 5)
      * days can no longer be approved, and the nightly
      * CUSTOMER-APPROVAL-EXPIRE step closes it with PENDING-EXPIRE.
      * CUSTOMER-RECON's system-of-record corrections are not parked.
      *----------------------------------------------------------------
       01  WS-APPR-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-APPR-EOF           PIC X VALUE "N".
           88  APPR-EOF              VALUE "Y".
       01  WS-APPR-PARK-FLAG     PIC X VALUE "N".
           88  PARK-FOR-APPROVAL     VALUE "Y".
       01  WS-APPR-APPLYING-FLAG PIC X VALUE "N".
           88  APPLYING-APPROVAL     VALUE "Y".
       01  WS-APPR-CONFIG-FLAG   PIC X VALUE "N".
           88  APPR-CONFIG-LOADED    VALUE "Y".
       01  WS-APPR-EXPIRY-DAYS   PIC 9(3) VALUE 5.
       01  WS-APPR-EXPIRY-ENV    PIC X(4).
       01  WS-APPR-SEQ           PIC 9(4) VALUE 0.
       01  WS-APPR-PENDING-ID-VALUE PIC X(20).
       01  WS-APPR-NOTE-VALUE    PIC X(60).
       01  WS-APPR-FOUND-FLAG    PIC X VALUE "N".
           88  APPR-FOUND            VALUE "Y".
       01  WS-APPR-TODAY-INT     PIC 9(8).
       01  WS-APPR-REQUESTED-INT PIC 9(8).
       01  WS-APPR-AGE-DAYS      PIC 9(5).
       01  WS-APPR-EXPIRED-FLAG  PIC X VALUE "N".
           88  APPR-ITEM-EXPIRED     VALUE "Y".
       01  WS-APPR-DECISION      PIC X(01).
       01  WS-APPR-DECISION-TEXT PIC X(10).
       01  WS-APPR-DETAIL        PIC X(60).
       01  WS-APPR-AGE-ED        PIC ZZZZ9.
       01  WS-APPR-SAVED-PAYLOAD PIC X(500).
       01  WS-APPR-SAVED-CORRELATION-ID PIC X(36).
       01  WS-APPR-SAVED-MESSAGE PIC X(80).
       01  WS-APPR-SAVED-CODE    PIC 9(3).
      * The item being decided: the last record on file for its id.
       01  WS-APPR-ITEM.
           05  WS-AI-PENDING-ID      PIC X(20).
           05  WS-AI-ACTION          PIC X(01).
               88  WS-AI-IS-PARKED       VALUE "P".
           05  WS-AI-CUST-ID         PIC X(24).
           05  WS-AI-FROM-STATUS     PIC X(10).
           05  WS-AI-TO-STATUS       PIC X(10).
           05  WS-AI-REASON-CODE     PIC X(10).
           05  WS-AI-REQUESTED-BY    PIC X(08).
           05  WS-AI-REQUESTED-TS    PIC X(26).
           05  WS-AI-DECIDED-BY      PIC X(08).
           05  WS-AI-DECIDED-TS      PIC X(26).
           05  WS-AI-CORRELATION-ID  PIC X(36).
           05  WS-AI-PAYLOAD         PIC X(500).
           05  WS-AI-DETAIL          PIC X(60).
      * Open items for PENDING-LIST, in the order they were parked.
       01  WS-APPR-OPEN-MAX      PIC 9(3) VALUE 200.
       01  WS-APPR-OPEN-COUNT    PIC 9(3) VALUE 0.
       01  WS-APPR-OPEN-TABLE.
           05  WS-AO-ENTRY OCCURS 200 TIMES INDEXED BY WS-AO-IDX.
               10  WS-AO-PENDING-ID      PIC X(20).
               10  WS-AO-CUST-ID         PIC X(24).
               10  WS-AO-FROM-STATUS     PIC X(10).
               10  WS-AO-TO-STATUS       PIC X(10).
               10  WS-AO-REASON-CODE     PIC X(10).
               10  WS-AO-REQUESTED-BY    PIC X(08).
               10  WS-AO-REQUESTED-TS    PIC X(26).
       01  WS-APPR-SHIFT-IDX     PIC 9(3).
       01  WS-APPR-LIST-COUNT-ED PIC ZZZ9.

      *----------------------------------------------------------------
      * Marketing-consent ledger. Every call that changes the opt-in
      * flag, or moves the contact preference to or from NONE, adds
      * one CONSENTL entry with the previous and new values, the
      * acting user and the channel the change came in by. A caller
      * that names no channel is a batch job; the transactions
      * CUSTOMER-PARTNER-CONVERT generates are recognised by the
      * correlation id it stamps on them - P + partner code, the
      * 14-digit run timestamp and a 9-digit sequence, dash
      * separated.
      *----------------------------------------------------------------
       01  WS-CONSENT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CONSENT-FILE-OPEN  PIC X VALUE "N".
           88  CONSENT-FILE-OPEN     VALUE "Y".
       01  WS-CONSENT-CHANNEL    PIC X(08).
       01  WS-CHAN-PART-1        PIC X(36).
       01  WS-CHAN-PART-2        PIC X(36).
       01  WS-CHAN-PART-3        PIC X(36).
       01  WS-CHAN-PART-4        PIC X(36).
       01  WS-CHAN-LEN-1         PIC 9(2).
       01  WS-CHAN-LEN-2         PIC 9(2).
       01  WS-CHAN-LEN-3         PIC 9(2).

      *----------------------------------------------------------------
      * Supervisor-only operations check REQ-USER against OPERIDS
      * themselves: a batch request file never passes a sign-on.
      *----------------------------------------------------------------
       01  WS-OPER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-OPER-EOF           PIC X VALUE "N".
           88  OPER-EOF              VALUE "Y".
       01  WS-SUPV-OK-FLAG       PIC X VALUE "N".
           88  SUPERVISOR-OK         VALUE "Y".
       01  WS-SUPV-TODAY         PIC X(8).

      *----------------------------------------------------------------
      * UNMERGE: the merge being reversed, as CUSTOMER-DEDUPE wrote
      * it to AUDITLOG, and the do-not-merge list it adds to.
      *----------------------------------------------------------------
       01  WS-DNM-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-UNMG-AUDIT-EOF     PIC X VALUE "N".
           88  UNMG-AUDIT-EOF        VALUE "Y".
       01  WS-UNMG-MERGE-FLAG    PIC X VALUE "N".
           88  UNMG-MERGE-FOUND      VALUE "Y".
       01  WS-UNMG-IN-MERGE-FLAG PIC X VALUE "N".
           88  UNMG-IN-MERGE         VALUE "Y".
       01  WS-UNMG-DETAIL-1-FLAG PIC X VALUE "N".
           88  UNMG-DETAIL-1-FOUND   VALUE "Y".
       01  WS-UNMG-DETAIL-2-FLAG PIC X VALUE "N".
           88  UNMG-DETAIL-2-FOUND   VALUE "Y".
       01  WS-UNMG-SURVIVOR-ID   PIC X(24).
       01  WS-UNMG-SAVED-CUST-ID PIC X(24).
       01  WS-UNMG-MERGED-INTO   PIC X(24).
       01  WS-UNMG-MERGE-REASON  PIC X(10).
       01  WS-UNMG-EMAIL-HOLDER  PIC X(24).
       01  WS-UNMG-AUDIT-FILLED  PIC X(05).
      * Survivor fields the merge filled (N E A C O, "-" if not), and
      * those this unmerge actually put back.
       01  WS-UNMG-FILLED.
           05  WS-UNMG-FILLED-NAME   PIC X(01).
           05  WS-UNMG-FILLED-EMAIL  PIC X(01).
           05  WS-UNMG-FILLED-ADDRESS PIC X(01).
           05  WS-UNMG-FILLED-PREF   PIC X(01).
           05  WS-UNMG-FILLED-OPT-IN PIC X(01).
       01  WS-UNMG-RESTORED      PIC X(05).
      * The duplicate as it stood before the merge.
       01  WS-UNMG-NAME          PIC X(60).
       01  WS-UNMG-EMAIL         PIC X(60).
       01  WS-UNMG-STATUS        PIC X(10).
       01  WS-UNMG-CREATED       PIC X(26).
       01  WS-UNMG-ADDR-LINE1    PIC X(40).
       01  WS-UNMG-ADDR-LINE2    PIC X(40).
       01  WS-UNMG-ADDR-CITY     PIC X(30).
       01  WS-UNMG-ADDR-STATE    PIC X(02).
       01  WS-UNMG-ADDR-ZIP      PIC X(10).
       01  WS-UNMG-CONTACT-PREF  PIC X(10).
       01  WS-UNMG-MKT-OPT-IN    PIC X(01).

      *----------------------------------------------------------------
      * UNDELETE brings back a soft-deleted customer while CUSTOMER-
      * PURGE would still keep it: the retention window for its prior
      * status comes from the same CUSTOMER_PURGE_RETENTION_DAYS
      * (default 90) and CUSTOMER_PURGE_RETENTION_DAYS_<status>
      * settings the purge reads. RESTORE-PURGED recreates one the
      * purge has already removed, from the PURGEARC values the
      * caller passes in the payload.
      *----------------------------------------------------------------
       01  WS-UDEL-PRIOR-STATUS  PIC X(10).
       01  WS-UDEL-DELETED-TS    PIC X(26).
       01  WS-UDEL-RETENTION-DAYS PIC 9(4) VALUE 90.
       01  WS-UDEL-RETENTION-ENV PIC X(4).
       01  WS-UDEL-TODAY-INT     PIC 9(8).
       01  WS-UDEL-DELETED-INT   PIC 9(8).
       01  WS-UDEL-AGE-DAYS      PIC 9(5).
       01  WS-UDEL-PURGED-TS     PIC X(26).

       LINKAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
               WS-CONTACT-PREF-VALUE WS-MARKETING-OPT-IN-VALUE
           MOVE SPACES TO WS-REASON-CODE-VALUE WS-OVERRIDE-VALUE
               WS-OLD-STATUS-REASON
           MOVE SPACES TO WS-HHLD-LINKED-CUST-ID
               WS-HHLD-RELATIONSHIP-VALUE WS-HHLD-HOUSEHOLD-ID
               WS-HHLD-OLD-HOUSEHOLD-ID
           MOVE "N" TO RESP-MERGED-IND
           MOVE SPACES TO RESP-MERGED-INTO-ID
           MOVE "N" TO WS-APPR-PARK-FLAG WS-APPR-APPLYING-FLAG
           MOVE SPACES TO WS-APPR-PENDING-ID-VALUE WS-APPR-ITEM
               WS-APPR-DECISION-TEXT
           IF NOT APPR-CONFIG-LOADED
               PERFORM LOAD-APPROVAL-CONFIG
           END-IF
           EVALUATE REQ-OPERATION
               WHEN "CREATE"
                   PERFORM VALIDATE-CREATE
                       IF RESP-CREATED
                           MOVE "CUSTOMER-CREATED" TO WS-EVENT-TYPE
                           PERFORM PUBLISH-CHANGE-EVENT
                           PERFORM RECORD-CONSENT-CHANGE
                       END-IF
                   END-IF
               WHEN "READ"
                       PERFORM FOLLOW-MERGE-XREF
                   END-IF
               WHEN "UPDATE"
                   PERFORM PROCESS-UPDATE
               WHEN "BULK-CREATE"
                   PERFORM PROCESS-BULK-CREATE
               WHEN "ANONYMIZE"
                   PERFORM PROCESS-ANONYMIZE
               WHEN "NOTE-ADD"
                   PERFORM PROCESS-NOTE-ADD
               WHEN "READ-RETAINED"
                   CALL "CUSTOMER-REPOSITORY"
                       USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               WHEN "NOTE-LIST"
                   CALL "CUSTOMER-REPOSITORY"
                       USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               WHEN "LIST"
                   CALL "CUSTOMER-REPOSITORY"
                       USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               WHEN "HOUSEHOLD-LINK"
                   PERFORM PROCESS-HOUSEHOLD-LINK
               WHEN "HOUSEHOLD-UNLINK"
                   PERFORM PROCESS-HOUSEHOLD-UNLINK
               WHEN "HOUSEHOLD-LIST"
                   PERFORM PROCESS-HOUSEHOLD-LIST
               WHEN "PENDING-LIST"
                   PERFORM PROCESS-PENDING-LIST
               WHEN "PENDING-APPROVE"
                   PERFORM PROCESS-PENDING-APPROVE
               WHEN "PENDING-REJECT"
                   PERFORM PROCESS-PENDING-REJECT
               WHEN "PENDING-EXPIRE"
                   PERFORM PROCESS-PENDING-EXPIRE
               WHEN "UNMERGE"
                   PERFORM PROCESS-UNMERGE
               WHEN "UNDELETE"
                   PERFORM PROCESS-UNDELETE
               WHEN "RESTORE-PURGED"
                   PERFORM PROCESS-RESTORE-PURGED
               WHEN OTHER
                   SET RESP-BAD-REQUEST TO TRUE
                   MOVE "Invalid request operation" TO RESP-MESSAGE
               SET RESP-OK TO TRUE
           END-IF
           IF REQ-OPERATION NOT = "READ" AND REQ-OPERATION NOT = "LIST"
                   AND REQ-OPERATION NOT = "READ-RETAINED"
                   AND REQ-OPERATION NOT = "BULK-CREATE"
                   AND REQ-OPERATION NOT = "NOTE-LIST"
                   AND REQ-OPERATION NOT = "HOUSEHOLD-LIST"
                   AND REQ-OPERATION NOT = "PENDING-LIST"
               EVALUATE REQ-OPERATION
                   WHEN "HOUSEHOLD-LINK"
                   WHEN "HOUSEHOLD-UNLINK"
                       PERFORM BUILD-HOUSEHOLD-AUDIT-VALUES
                   WHEN "PENDING-APPROVE"
                   WHEN "PENDING-REJECT"
                   WHEN "PENDING-EXPIRE"
                       PERFORM BUILD-APPROVAL-AUDIT-VALUES
                   WHEN "UNMERGE"
                       PERFORM BUILD-UNMERGE-AUDIT-VALUES
                   WHEN "RESTORE-PURGED"
                       PERFORM BUILD-RESTORE-AUDIT-VALUES
                   WHEN OTHER
                       PERFORM BUILD-AUDIT-OLD-VALUES
                       PERFORM BUILD-AUDIT-NEW-VALUES
                       IF RESP-ACCEPTED
                           PERFORM BUILD-PARKED-AUDIT-VALUES
                       END-IF
               END-EVALUATE
               PERFORM WRITE-AUDIT-LOG
           END-IF
           GOBACK.

       PROCESS-UPDATE.
           PERFORM VALIDATE-UPDATE
           IF RESP-PENDING AND PARK-FOR-APPROVAL
               PERFORM PARK-OVERRIDE-UPDATE
           END-IF
           IF RESP-PENDING
               PERFORM BUILD-CUSTOMER-REC-FOR-UPDATE
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               IF RESP-OK
                   MOVE "CUSTOMER-UPDATED" TO WS-EVENT-TYPE
                   PERFORM PUBLISH-CHANGE-EVENT
      * A fresh suspension gets its own event, on top of the generic
      * CUSTOMER-UPDATED one, so collections/risk can subscribe to
      * just that transition instead of filtering every update.
                   IF WS-OLD-STATUS NOT = "SUSPENDED"
                           AND CUST-STATUS = "SUSPENDED"
                       MOVE "CUSTOMER-SUSPENDED" TO WS-EVENT-TYPE
                       PERFORM PUBLISH-CHANGE-EVENT
                   END-IF
                   PERFORM RECORD-CONSENT-CHANGE
               END-IF
           END-IF.

       OPEN-AUDIT-LOG.
           IF NOT AUDIT-FILE-OPEN
               OPEN EXTEND AUDIT-LOG-FILE
               SET OUTBOX-FILE-OPEN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * Performed after a successful write, with CUSTOMER-REC holding
      * what was stored and WS-OLD-* what was there before (blank for
      * a CREATE, so the consent a customer starts with is on the
      * ledger too).
      *----------------------------------------------------------------
       RECORD-CONSENT-CHANGE.
           IF CUST-MARKETING-OPT-IN NOT = WS-OLD-MARKETING-OPT-IN
                   OR (CUST-CONTACT-PREF NOT = WS-OLD-CONTACT-PREF
                       AND (CUST-CONTACT-PREF = "NONE"
                           OR WS-OLD-CONTACT-PREF = "NONE"))
               PERFORM RESOLVE-CONSENT-CHANNEL
               PERFORM OPEN-CONSENT-LEDGER
               MOVE SPACES TO CONSENT-LEDGER-RECORD
               MOVE FUNCTION CURRENT-DATE TO CONS-TIMESTAMP
               MOVE REQ-CUST-ID TO CONS-CUST-ID
               MOVE WS-CONSENT-CHANNEL TO CONS-CHANNEL
               MOVE REQ-USER TO CONS-ACTOR
               MOVE REQ-OPERATION TO CONS-OPERATION
               MOVE WS-OLD-MARKETING-OPT-IN TO CONS-PREV-OPT-IN
               MOVE CUST-MARKETING-OPT-IN TO CONS-NEW-OPT-IN
               MOVE WS-OLD-CONTACT-PREF TO CONS-PREV-CONTACT-PREF
               MOVE CUST-CONTACT-PREF TO CONS-NEW-CONTACT-PREF
               MOVE REQ-CORRELATION-ID TO CONS-CORRELATION-ID
               WRITE CONSENT-LEDGER-RECORD
           END-IF.

       RESOLVE-CONSENT-CHANNEL.
           IF REQ-CHANNEL NOT = SPACES
               MOVE REQ-CHANNEL TO WS-CONSENT-CHANNEL
           ELSE
               MOVE "BATCH" TO WS-CONSENT-CHANNEL
               MOVE SPACES TO WS-CHAN-PART-1 WS-CHAN-PART-2
                   WS-CHAN-PART-3 WS-CHAN-PART-4
               MOVE 0 TO WS-CHAN-LEN-1 WS-CHAN-LEN-2 WS-CHAN-LEN-3
               UNSTRING REQ-CORRELATION-ID DELIMITED BY "-" OR SPACE
                   INTO WS-CHAN-PART-1 COUNT IN WS-CHAN-LEN-1
                        WS-CHAN-PART-2 COUNT IN WS-CHAN-LEN-2
                        WS-CHAN-PART-3 COUNT IN WS-CHAN-LEN-3
                        WS-CHAN-PART-4
               END-UNSTRING
               IF WS-CHAN-PART-1(1:1) = "P"
                       AND WS-CHAN-LEN-1 > 1 AND WS-CHAN-LEN-1 < 8
                       AND WS-CHAN-LEN-2 = 14
                       AND WS-CHAN-PART-2(1:14) IS NUMERIC
                       AND WS-CHAN-LEN-3 = 9
                       AND WS-CHAN-PART-3(1:9) IS NUMERIC
                       AND WS-CHAN-PART-4 = SPACES
                   MOVE "PARTNER" TO WS-CONSENT-CHANNEL
               END-IF
           END-IF.

       OPEN-CONSENT-LEDGER.
           IF NOT CONSENT-FILE-OPEN
               OPEN EXTEND CONSENT-LEDGER-FILE
               IF WS-CONSENT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CONSENT-LEDGER-FILE
               END-IF
               SET CONSENT-FILE-OPEN TO TRUE
           END-IF.

       BUILD-CUSTOMER-REC-FOR-CREATE.
           MOVE REQ-CUST-ID TO CUST-ID
           MOVE WS-NAME-VALUE TO CUST-NAME
                   PERFORM PUBLISH-CHANGE-EVENT
                   MOVE SPACES TO WS-OLD-NAME WS-OLD-EMAIL
                       WS-OLD-STATUS WS-OLD-CREATED-TS
                   MOVE SPACES TO WS-OLD-CONTACT-PREF
                       WS-OLD-MARKETING-OPT-IN
                   PERFORM RECORD-CONSENT-CHANGE
                   PERFORM BUILD-AUDIT-OLD-VALUES
                   PERFORM BUILD-AUDIT-NEW-VALUES
                   PERFORM WRITE-AUDIT-LOG
                   MOVE WS-SAVED-OPERATION TO REQ-OPERATION
                   IF RESP-OK
                       MOVE "Customer anonymized" TO RESP-MESSAGE
                       PERFORM RECORD-CONSENT-CHANGE
                   END-IF
      * The pre-erasure personal values must not survive in this
      * call's own audit line.
           MOVE WS-SAVED-OPERATION TO REQ-OPERATION.

      *----------------------------------------------------------------
      * Household link: the request's customer joins the household
      * of the payload's linkedCustId. Both customers must be on file
      * (a soft-deleted customer reads as not-found), and a customer
      * already in a household has to be unlinked first - moving
      * households is two audited steps, not one silent one.
      *----------------------------------------------------------------
       PROCESS-HOUSEHOLD-LINK.
           PERFORM EXTRACT-HOUSEHOLD-FIELDS
           EVALUATE TRUE
               WHEN REQ-CUST-ID = SPACES
                   SET RESP-UNPROCESSABLE TO TRUE
                   MOVE "Customer id required for HOUSEHOLD-LINK"
                       TO RESP-MESSAGE
               WHEN WS-HHLD-LINKED-CUST-ID = SPACES
                   SET RESP-UNPROCESSABLE TO TRUE
                   MOVE "linkedCustId required for HOUSEHOLD-LINK"
                       TO RESP-MESSAGE
               WHEN WS-HHLD-LINKED-CUST-ID = REQ-CUST-ID
                   SET RESP-UNPROCESSABLE TO TRUE
                   MOVE "A customer cannot be linked to itself"
                       TO RESP-MESSAGE
               WHEN OTHER
                   PERFORM VALIDATE-CUSTOMER-ID
                   IF RESP-PENDING
                       PERFORM VALIDATE-HOUSEHOLD-RELATIONSHIP
                   END-IF
           END-EVALUATE
           IF RESP-PENDING
               PERFORM CHECK-CUSTOMER-EXISTS
           END-IF
           IF RESP-PENDING
               MOVE REQ-CUST-ID TO WS-HHLD-SAVED-CUST-ID
               MOVE WS-HHLD-LINKED-CUST-ID TO REQ-CUST-ID
               PERFORM VALIDATE-CUSTOMER-ID
               IF RESP-PENDING
                   PERFORM CHECK-CUSTOMER-EXISTS
                   IF RESP-NOT-FOUND
                       MOVE "Linked customer not found"
                           TO RESP-MESSAGE
                   END-IF
               END-IF
               MOVE WS-HHLD-SAVED-CUST-ID TO REQ-CUST-ID
           END-IF
           IF RESP-PENDING
               MOVE REQ-CUST-ID TO WS-HHLD-LOOKUP-ID
               PERFORM FIND-CURRENT-HOUSEHOLD
               MOVE WS-HHLD-RESULT-ID TO WS-HHLD-OLD-HOUSEHOLD-ID
               IF WS-HHLD-OLD-HOUSEHOLD-ID NOT = SPACES
                   SET RESP-CONFLICT TO TRUE
                   MOVE "Customer already belongs to a household"
                       TO RESP-MESSAGE
               END-IF
           END-IF
           IF RESP-PENDING
               MOVE WS-HHLD-LINKED-CUST-ID TO WS-HHLD-LOOKUP-ID
               PERFORM FIND-CURRENT-HOUSEHOLD
               IF WS-HHLD-RESULT-ID = SPACES
                   MOVE WS-HHLD-LINKED-CUST-ID TO WS-HHLD-HOUSEHOLD-ID
                   MOVE WS-HHLD-LINKED-CUST-ID TO WS-HHLD-WRITE-CUST-ID
                   MOVE "PRIMARY" TO WS-HHLD-WRITE-RELATIONSHIP
                   MOVE "L" TO WS-HHLD-WRITE-ACTION
                   PERFORM WRITE-HOUSEHOLD-RECORD
               ELSE
                   MOVE WS-HHLD-RESULT-ID TO WS-HHLD-HOUSEHOLD-ID
                   PERFORM LOAD-HOUSEHOLD-MEMBERS
                   IF WS-HHLD-LINKED-COUNT NOT < WS-HHLD-MEMBER-MAX
                       SET RESP-UNPROCESSABLE TO TRUE
                       MOVE "Household is already at its maximum size"
                           TO RESP-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF RESP-PENDING
               MOVE REQ-CUST-ID TO WS-HHLD-WRITE-CUST-ID
               MOVE WS-HHLD-RELATIONSHIP-VALUE
                   TO WS-HHLD-WRITE-RELATIONSHIP
               MOVE "L" TO WS-HHLD-WRITE-ACTION
               PERFORM WRITE-HOUSEHOLD-RECORD
               SET RESP-OK TO TRUE
               MOVE "Household link recorded" TO RESP-MESSAGE
               MOVE SPACES TO RESP-BODY
               STRING "{""householdId"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HHLD-HOUSEHOLD-ID)
                           DELIMITED BY SIZE
                       """}" DELIMITED BY SIZE
                   INTO RESP-BODY
               END-STRING
               MOVE "HOUSEHOLD-LINKED" TO WS-EVENT-TYPE
               PERFORM PUBLISH-HOUSEHOLD-EVENT
           END-IF.

       PROCESS-HOUSEHOLD-UNLINK.
           IF REQ-CUST-ID = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Customer id required for HOUSEHOLD-UNLINK"
                   TO RESP-MESSAGE
           ELSE
               PERFORM VALIDATE-CUSTOMER-ID
           END-IF
           IF RESP-PENDING
               MOVE REQ-CUST-ID TO WS-HHLD-LOOKUP-ID
               PERFORM FIND-CURRENT-HOUSEHOLD
               IF WS-HHLD-RESULT-ID = SPACES
                   SET RESP-NOT-FOUND TO TRUE
                   MOVE "Customer is not in a household"
                       TO RESP-MESSAGE
               ELSE
                   MOVE WS-HHLD-RESULT-ID TO WS-HHLD-HOUSEHOLD-ID
                   MOVE WS-HHLD-RESULT-ID TO WS-HHLD-OLD-HOUSEHOLD-ID
                   MOVE WS-HHLD-RESULT-RELATIONSHIP
                       TO WS-HHLD-RELATIONSHIP-VALUE
                   PERFORM LOAD-HOUSEHOLD-MEMBERS
                   IF REQ-CUST-ID = WS-HHLD-HOUSEHOLD-ID
                           AND WS-HHLD-LINKED-COUNT > 2
                       SET RESP-CONFLICT TO TRUE
                       MOVE "Anchor cannot leave while members remain"
                           TO RESP-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF RESP-PENDING
               MOVE REQ-CUST-ID TO WS-HHLD-WRITE-CUST-ID
               MOVE WS-HHLD-RELATIONSHIP-VALUE
                   TO WS-HHLD-WRITE-RELATIONSHIP
               MOVE "U" TO WS-HHLD-WRITE-ACTION
               PERFORM WRITE-HOUSEHOLD-RECORD
               SET RESP-OK TO TRUE
               MOVE "Household link removed" TO RESP-MESSAGE
               MOVE SPACES TO RESP-BODY
               MOVE "HOUSEHOLD-UNLINKED" TO WS-EVENT-TYPE
               PERFORM PUBLISH-HOUSEHOLD-EVENT
               IF WS-HHLD-LINKED-COUNT = 2
                   PERFORM UNLINK-LAST-HOUSEHOLD-MEMBER
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The member left behind gets its own unlink record, change
      * event and audit line, so its history shows how it came to be
      * out of the household without anyone acting on it directly.
      *----------------------------------------------------------------
       UNLINK-LAST-HOUSEHOLD-MEMBER.
           MOVE SPACES TO WS-HHLD-LAST-MEMBER-ID
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1
                   UNTIL WS-HM-IDX > WS-HHLD-MEMBER-COUNT
               IF WS-HM-LINKED(WS-HM-IDX)
                       AND WS-HM-CUST-ID(WS-HM-IDX) NOT = REQ-CUST-ID
                   MOVE WS-HM-CUST-ID(WS-HM-IDX)
                       TO WS-HHLD-LAST-MEMBER-ID
                   MOVE WS-HM-RELATIONSHIP(WS-HM-IDX)
                       TO WS-HHLD-WRITE-RELATIONSHIP
               END-IF
           END-PERFORM
           IF WS-HHLD-LAST-MEMBER-ID NOT = SPACES
               MOVE WS-HHLD-LAST-MEMBER-ID TO WS-HHLD-WRITE-CUST-ID
               MOVE "U" TO WS-HHLD-WRITE-ACTION
               PERFORM WRITE-HOUSEHOLD-RECORD
               MOVE REQ-CUST-ID TO WS-HHLD-SAVED-CUST-ID
               MOVE RESP-MESSAGE TO WS-HHLD-SAVED-MESSAGE
               MOVE WS-HHLD-LAST-MEMBER-ID TO REQ-CUST-ID
               PERFORM PUBLISH-HOUSEHOLD-EVENT
               MOVE "Household dissolved, last member unlinked"
                   TO RESP-MESSAGE
               PERFORM BUILD-HOUSEHOLD-AUDIT-VALUES
               PERFORM WRITE-AUDIT-LOG
               MOVE WS-HHLD-SAVED-CUST-ID TO REQ-CUST-ID
               MOVE WS-HHLD-SAVED-MESSAGE TO RESP-MESSAGE
           END-IF.

       PROCESS-HOUSEHOLD-LIST.
           IF REQ-CUST-ID = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Customer id required for HOUSEHOLD-LIST"
                   TO RESP-MESSAGE
           ELSE
               MOVE REQ-CUST-ID TO WS-HHLD-LOOKUP-ID
               PERFORM FIND-CURRENT-HOUSEHOLD
               IF WS-HHLD-RESULT-ID = SPACES
                   SET RESP-NOT-FOUND TO TRUE
                   MOVE "Customer is not in a household"
                       TO RESP-MESSAGE
               END-IF
           END-IF
           IF RESP-PENDING
               MOVE WS-HHLD-RESULT-ID TO WS-HHLD-HOUSEHOLD-ID
               PERFORM LOAD-HOUSEHOLD-MEMBERS
               MOVE REQ-CUST-ID TO WS-HHLD-SAVED-CUST-ID
               MOVE 0 TO RESP-LIST-COUNT
               PERFORM VARYING WS-HM-IDX FROM 1 BY 1
                       UNTIL WS-HM-IDX > WS-HHLD-MEMBER-COUNT
                   IF WS-HM-LINKED(WS-HM-IDX)
                       PERFORM ADD-HOUSEHOLD-LIST-ITEM
                   END-IF
               END-PERFORM
               MOVE WS-HHLD-SAVED-CUST-ID TO REQ-CUST-ID
               MOVE RESP-LIST-COUNT TO WS-HHLD-COUNT-ED
               SET RESP-OK TO TRUE
               MOVE "Household list success" TO RESP-MESSAGE
               MOVE SPACES TO RESP-BODY
               STRING "{""householdId"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HHLD-HOUSEHOLD-ID)
                           DELIMITED BY SIZE
                       """,""count"":" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HHLD-COUNT-ED)
                           DELIMITED BY SIZE
                       "}" DELIMITED BY SIZE
                   INTO RESP-BODY
               END-STRING
           END-IF.

      * Each member is read for its current name and status, so the
      * caller can flag a SUSPENDED member without a second round
      * trip; a member since deleted shows status NOTFOUND.
       ADD-HOUSEHOLD-LIST-ITEM.
           MOVE WS-HM-CUST-ID(WS-HM-IDX) TO REQ-CUST-ID
           MOVE REQ-OPERATION TO WS-SAVED-OPERATION
           MOVE "READ" TO REQ-OPERATION
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE WS-SAVED-OPERATION TO REQ-OPERATION
           IF RESP-OK
               PERFORM EXTRACT-OLD-VALUES-FROM-RESP-BODY
               MOVE WS-OLD-STATUS TO WS-HHLD-MEMBER-STATUS
           ELSE
               MOVE SPACES TO WS-OLD-NAME
               MOVE "NOTFOUND" TO WS-HHLD-MEMBER-STATUS
           END-IF
           ADD 1 TO RESP-LIST-COUNT
           MOVE SPACES TO RESP-LIST-ITEM(RESP-LIST-COUNT)
           STRING "{""id"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HM-CUST-ID(WS-HM-IDX))
                       DELIMITED BY SIZE
                   """,""name"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLD-NAME) DELIMITED BY SIZE
                   """,""status"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HHLD-MEMBER-STATUS)
                       DELIMITED BY SIZE
                   """,""relationship"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HM-RELATIONSHIP(WS-HM-IDX))
                       DELIMITED BY SIZE
                   """,""householdId"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HHLD-HOUSEHOLD-ID)
                       DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO RESP-LIST-ITEM(RESP-LIST-COUNT)
           END-STRING
           MOVE SPACES TO WS-OLD-NAME WS-OLD-EMAIL WS-OLD-STATUS.

       EXTRACT-HOUSEHOLD-FIELDS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-HHLD-LINKED-CUST-ID
           UNSTRING REQ-PAYLOAD DELIMITED BY """linkedCustId"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-HHLD-LINKED-CUST-ID
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
               WS-HHLD-RELATIONSHIP-VALUE
           UNSTRING REQ-PAYLOAD DELIMITED BY """relationship"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-HHLD-RELATIONSHIP-VALUE
               END-UNSTRING
           END-IF.

      * No relationship in the payload is recorded as OTHER.
       VALIDATE-HOUSEHOLD-RELATIONSHIP.
           IF WS-HHLD-RELATIONSHIP-VALUE = SPACES
               MOVE "OTHER" TO WS-HHLD-RELATIONSHIP-VALUE
           END-IF
           MOVE "N" TO WS-HHLD-REL-FOUND-FLAG
           SET WS-HHLD-REL-IDX TO 1
           SEARCH WS-HHLD-REL-NAME
               WHEN WS-HHLD-REL-NAME(WS-HHLD-REL-IDX)
                       = WS-HHLD-RELATIONSHIP-VALUE
                   SET HHLD-REL-FOUND TO TRUE
           END-SEARCH
           IF NOT HHLD-REL-FOUND
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Unknown household relationship code"
                   TO RESP-MESSAGE
           END-IF.

      * Sequential scan, last record for the customer wins.
       FIND-CURRENT-HOUSEHOLD.
           MOVE SPACES TO WS-HHLD-RESULT-ID WS-HHLD-RESULT-RELATIONSHIP
           MOVE "N" TO WS-HHLD-EOF
           OPEN INPUT HOUSEHOLD-LINK-FILE
           IF WS-HHLD-FILE-STATUS NOT = "00"
               SET HHLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HHLD-EOF
               READ HOUSEHOLD-LINK-FILE
                   AT END
                       SET HHLD-EOF TO TRUE
                   NOT AT END
                       IF HHLD-CUST-ID = WS-HHLD-LOOKUP-ID
                           IF HHLD-IS-LINKED
                               MOVE HHLD-HOUSEHOLD-ID
                                   TO WS-HHLD-RESULT-ID
                               MOVE HHLD-RELATIONSHIP
                                   TO WS-HHLD-RESULT-RELATIONSHIP
                           ELSE
                               MOVE SPACES TO WS-HHLD-RESULT-ID
                                   WS-HHLD-RESULT-RELATIONSHIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HHLD-FILE-STATUS NOT = "35"
               CLOSE HOUSEHOLD-LINK-FILE
           END-IF.

      *----------------------------------------------------------------
      * Builds the current membership of WS-HHLD-HOUSEHOLD-ID: every
      * customer seen with a record for this household, carrying the
      * action of its latest record. A customer whose latest record
      * is for some other household is no longer a member here.
      *----------------------------------------------------------------
       LOAD-HOUSEHOLD-MEMBERS.
           MOVE 0 TO WS-HHLD-MEMBER-COUNT WS-HHLD-LINKED-COUNT
           MOVE SPACES TO WS-HHLD-MEMBER-TABLE
           MOVE "N" TO WS-HHLD-EOF
           OPEN INPUT HOUSEHOLD-LINK-FILE
           IF WS-HHLD-FILE-STATUS NOT = "00"
               SET HHLD-EOF TO TRUE
           END-IF
           PERFORM UNTIL HHLD-EOF
               READ HOUSEHOLD-LINK-FILE
                   AT END
                       SET HHLD-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-HOUSEHOLD-RECORD
               END-READ
           END-PERFORM
           IF WS-HHLD-FILE-STATUS NOT = "35"
               CLOSE HOUSEHOLD-LINK-FILE
           END-IF
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1
                   UNTIL WS-HM-IDX > WS-HHLD-MEMBER-COUNT
               IF WS-HM-LINKED(WS-HM-IDX)
                   ADD 1 TO WS-HHLD-LINKED-COUNT
               END-IF
           END-PERFORM.

       APPLY-ONE-HOUSEHOLD-RECORD.
           MOVE "N" TO WS-HHLD-IN-TABLE-FLAG
           PERFORM VARYING WS-HM-IDX FROM 1 BY 1
                   UNTIL WS-HM-IDX > WS-HHLD-MEMBER-COUNT
                      OR HHLD-IN-TABLE
               IF WS-HM-CUST-ID(WS-HM-IDX) = HHLD-CUST-ID
                   SET HHLD-IN-TABLE TO TRUE
               END-IF
           END-PERFORM
           IF HHLD-IN-TABLE
               SET WS-HM-IDX DOWN BY 1
               IF HHLD-HOUSEHOLD-ID = WS-HHLD-HOUSEHOLD-ID
                   MOVE HHLD-RELATIONSHIP
                       TO WS-HM-RELATIONSHIP(WS-HM-IDX)
                   MOVE HHLD-ACTION TO WS-HM-ACTION(WS-HM-IDX)
               ELSE
                   MOVE "U" TO WS-HM-ACTION(WS-HM-IDX)
               END-IF
           ELSE
               IF HHLD-HOUSEHOLD-ID = WS-HHLD-HOUSEHOLD-ID
                       AND HHLD-IS-LINKED
                       AND WS-HHLD-MEMBER-COUNT < WS-HHLD-MEMBER-MAX
                   ADD 1 TO WS-HHLD-MEMBER-COUNT
                   SET WS-HM-IDX TO WS-HHLD-MEMBER-COUNT
                   MOVE HHLD-CUST-ID TO WS-HM-CUST-ID(WS-HM-IDX)
                   MOVE HHLD-RELATIONSHIP
                       TO WS-HM-RELATIONSHIP(WS-HM-IDX)
                   MOVE HHLD-ACTION TO WS-HM-ACTION(WS-HM-IDX)
               END-IF
           END-IF.

       WRITE-HOUSEHOLD-RECORD.
           OPEN EXTEND HOUSEHOLD-LINK-FILE
           IF WS-HHLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOUSEHOLD-LINK-FILE
           END-IF
           MOVE WS-HHLD-HOUSEHOLD-ID TO HHLD-HOUSEHOLD-ID
           MOVE WS-HHLD-WRITE-CUST-ID TO HHLD-CUST-ID
           MOVE WS-HHLD-WRITE-RELATIONSHIP TO HHLD-RELATIONSHIP
           MOVE WS-HHLD-WRITE-ACTION TO HHLD-ACTION
           MOVE FUNCTION CURRENT-DATE TO HHLD-TIMESTAMP
           MOVE REQ-USER TO HHLD-USER
           WRITE HOUSEHOLD-LINK-RECORD
           CLOSE HOUSEHOLD-LINK-FILE.

       PUBLISH-HOUSEHOLD-EVENT.
           MOVE SPACES TO WS-EVENT-PAYLOAD
           STRING "{""operation"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EVENT-TYPE) DELIMITED BY SIZE
                   """,""customerId"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(REQ-CUST-ID) DELIMITED BY SIZE
                   """,""householdId"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HHLD-HOUSEHOLD-ID)
                       DELIMITED BY SIZE
                   """,""relationship"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HHLD-WRITE-RELATIONSHIP)
                       DELIMITED BY SIZE
                   """,""correlationId"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(REQ-CORRELATION-ID) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO WS-EVENT-PAYLOAD
           END-STRING
           PERFORM OPEN-EVENT-OUTBOX
           MOVE FUNCTION CURRENT-DATE TO EVT-TIMESTAMP
           MOVE WS-EVENT-TYPE TO EVT-TYPE
           MOVE REQ-CUST-ID TO EVT-CUST-ID
           MOVE REQ-CORRELATION-ID TO EVT-CORRELATION-ID
           MOVE WS-EVENT-PAYLOAD TO EVT-PAYLOAD
           WRITE EVENT-OUTBOX-RECORD.

       BUILD-HOUSEHOLD-AUDIT-VALUES.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES WS-AUDIT-NEW-VALUES
           IF WS-HHLD-OLD-HOUSEHOLD-ID NOT = SPACES
               STRING "household=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HHLD-OLD-HOUSEHOLD-ID)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
           END-IF
           IF RESP-OK
               IF WS-HHLD-WRITE-ACTION = "L"
                   STRING "household=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HHLD-HOUSEHOLD-ID)
                               DELIMITED BY SIZE
                           ";relationship=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HHLD-WRITE-RELATIONSHIP)
                               DELIMITED BY SIZE
                           ";linkedWith=" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HHLD-LINKED-CUST-ID)
                               DELIMITED BY SIZE
                       INTO WS-AUDIT-NEW-VALUES
                   END-STRING
               ELSE
                   MOVE "household=none" TO WS-AUDIT-NEW-VALUES
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Four-eyes approval paragraphs - see the WS-APPR block.
      *----------------------------------------------------------------
       LOAD-APPROVAL-CONFIG.
           MOVE SPACES TO WS-APPR-EXPIRY-ENV
           ACCEPT WS-APPR-EXPIRY-ENV
               FROM ENVIRONMENT "CUSTOMER_APPROVAL_EXPIRY_DAYS"
           IF WS-APPR-EXPIRY-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-APPR-EXPIRY-ENV)
                   TO WS-APPR-EXPIRY-DAYS
           END-IF
           SET APPR-CONFIG-LOADED TO TRUE.

      * The pending id is the park time to the hundredth of a second
      * plus a per-run sequence, so a batch run parking several in
      * the same instant still gets distinct ids.
       PARK-OVERRIDE-UPDATE.
           IF WS-APPR-SEQ = 9999
               MOVE 0 TO WS-APPR-SEQ
           END-IF
           ADD 1 TO WS-APPR-SEQ
           MOVE SPACES TO WS-APPR-ITEM
           STRING FUNCTION CURRENT-DATE(1:16) DELIMITED BY SIZE
                   WS-APPR-SEQ DELIMITED BY SIZE
               INTO WS-AI-PENDING-ID
           END-STRING
           MOVE "P" TO WS-AI-ACTION
           MOVE REQ-CUST-ID TO WS-AI-CUST-ID
           MOVE WS-OLD-STATUS TO WS-AI-FROM-STATUS
           MOVE WS-STATUS-VALUE TO WS-AI-TO-STATUS
           MOVE WS-REASON-CODE-VALUE TO WS-AI-REASON-CODE
           MOVE REQ-USER TO WS-AI-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-AI-REQUESTED-TS
           MOVE REQ-CORRELATION-ID TO WS-AI-CORRELATION-ID
           MOVE REQ-PAYLOAD TO WS-AI-PAYLOAD
           MOVE "Awaiting approval" TO WS-AI-DETAIL
           PERFORM WRITE-APPROVAL-RECORD
           SET RESP-ACCEPTED TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           STRING "Sent for approval, pending id " DELIMITED BY SIZE
                   WS-AI-PENDING-ID DELIMITED BY SPACE
               INTO RESP-MESSAGE
           END-STRING
           STRING "{""pendingId"":""" DELIMITED BY SIZE
                   WS-AI-PENDING-ID DELIMITED BY SPACE
                   """,""status"":""PENDING-APPROVAL""}"
                       DELIMITED BY SIZE
               INTO RESP-BODY
           END-STRING.

       PROCESS-PENDING-LIST.
           PERFORM LOAD-OPEN-APPROVALS
           MOVE 0 TO RESP-LIST-COUNT
           PERFORM VARYING WS-AO-IDX FROM 1 BY 1
                   UNTIL WS-AO-IDX > WS-APPR-OPEN-COUNT
                      OR RESP-LIST-COUNT NOT < 100
               MOVE WS-AO-REQUESTED-TS(WS-AO-IDX) TO WS-AI-REQUESTED-TS
               PERFORM COMPUTE-APPROVAL-AGE
               IF NOT APPR-ITEM-EXPIRED
                       AND (REQ-CUST-ID = SPACES
                            OR REQ-CUST-ID = WS-AO-CUST-ID(WS-AO-IDX))
                   PERFORM ADD-PENDING-LIST-ITEM
               END-IF
           END-PERFORM
           MOVE RESP-LIST-COUNT TO WS-APPR-LIST-COUNT-ED
           SET RESP-OK TO TRUE
           MOVE "Pending approvals listed" TO RESP-MESSAGE
           MOVE SPACES TO RESP-BODY
           STRING "{""count"":" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPR-LIST-COUNT-ED)
                       DELIMITED BY SIZE
                   "}" DELIMITED BY SIZE
               INTO RESP-BODY
           END-STRING.

       ADD-PENDING-LIST-ITEM.
           ADD 1 TO RESP-LIST-COUNT
           MOVE WS-APPR-AGE-DAYS TO WS-APPR-AGE-ED
           MOVE SPACES TO RESP-LIST-ITEM(RESP-LIST-COUNT)
           STRING "{""pendingId"":""" DELIMITED BY SIZE
                   WS-AO-PENDING-ID(WS-AO-IDX) DELIMITED BY SPACE
                   """,""id"":""" DELIMITED BY SIZE
                   WS-AO-CUST-ID(WS-AO-IDX) DELIMITED BY SPACE
                   """,""fromStatus"":""" DELIMITED BY SIZE
                   WS-AO-FROM-STATUS(WS-AO-IDX) DELIMITED BY SPACE
                   """,""toStatus"":""" DELIMITED BY SIZE
                   WS-AO-TO-STATUS(WS-AO-IDX) DELIMITED BY SPACE
                   """,""reasonCode"":""" DELIMITED BY SIZE
                   WS-AO-REASON-CODE(WS-AO-IDX) DELIMITED BY SPACE
                   """,""requestedBy"":""" DELIMITED BY SIZE
                   WS-AO-REQUESTED-BY(WS-AO-IDX) DELIMITED BY SPACE
                   """,""requestedTs"":""" DELIMITED BY SIZE
                   WS-AO-REQUESTED-TS(WS-AO-IDX) DELIMITED BY SPACE
                   """,""ageDays"":" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPR-AGE-ED) DELIMITED BY SIZE
                   "}" DELIMITED BY SIZE
               INTO RESP-LIST-ITEM(RESP-LIST-COUNT)
           END-STRING.

      *----------------------------------------------------------------
      * Builds the still-open items: a parked record adds one, any
      * later record for the same id (its decision) takes it out.
      *----------------------------------------------------------------
       LOAD-OPEN-APPROVALS.
           MOVE 0 TO WS-APPR-OPEN-COUNT
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
                           PERFORM ADD-OPEN-APPROVAL
                       ELSE
                           PERFORM REMOVE-OPEN-APPROVAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPR-FILE-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       ADD-OPEN-APPROVAL.
           IF WS-APPR-OPEN-COUNT < WS-APPR-OPEN-MAX
               ADD 1 TO WS-APPR-OPEN-COUNT
               SET WS-AO-IDX TO WS-APPR-OPEN-COUNT
               MOVE PAPR-PENDING-ID TO WS-AO-PENDING-ID(WS-AO-IDX)
               MOVE PAPR-CUST-ID TO WS-AO-CUST-ID(WS-AO-IDX)
               MOVE PAPR-FROM-STATUS TO WS-AO-FROM-STATUS(WS-AO-IDX)
               MOVE PAPR-TO-STATUS TO WS-AO-TO-STATUS(WS-AO-IDX)
               MOVE PAPR-REASON-CODE TO WS-AO-REASON-CODE(WS-AO-IDX)
               MOVE PAPR-REQUESTED-BY
                   TO WS-AO-REQUESTED-BY(WS-AO-IDX)
               MOVE PAPR-REQUESTED-TS
                   TO WS-AO-REQUESTED-TS(WS-AO-IDX)
           END-IF.

       REMOVE-OPEN-APPROVAL.
           MOVE "N" TO WS-APPR-FOUND-FLAG
           PERFORM VARYING WS-AO-IDX FROM 1 BY 1
                   UNTIL WS-AO-IDX > WS-APPR-OPEN-COUNT
                      OR APPR-FOUND
               IF WS-AO-PENDING-ID(WS-AO-IDX) = PAPR-PENDING-ID
                   SET APPR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF APPR-FOUND
               SET WS-AO-IDX DOWN BY 1
               SET WS-APPR-SHIFT-IDX TO WS-AO-IDX
               PERFORM UNTIL WS-APPR-SHIFT-IDX NOT < WS-APPR-OPEN-COUNT
                   MOVE WS-AO-ENTRY(WS-APPR-SHIFT-IDX + 1)
                       TO WS-AO-ENTRY(WS-APPR-SHIFT-IDX)
                   ADD 1 TO WS-APPR-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-APPR-OPEN-COUNT
           END-IF.

       PROCESS-PENDING-APPROVE.
           PERFORM CHECK-PENDING-DECIDABLE
           IF RESP-PENDING
               EVALUATE TRUE
                   WHEN APPR-ITEM-EXPIRED
                       SET RESP-CONFLICT TO TRUE
                       MOVE "Pending approval has expired"
                           TO RESP-MESSAGE
                   WHEN REQ-USER = WS-AI-REQUESTED-BY
                       SET RESP-UNPROCESSABLE TO TRUE
                       MOVE "Must be decided by a different operator"
                           TO RESP-MESSAGE
               END-EVALUATE
           END-IF
           IF RESP-PENDING
               PERFORM APPLY-APPROVED-UPDATE
           END-IF.

      *----------------------------------------------------------------
      * Re-runs the parked UPDATE exactly as submitted, under the
      * approver's id, through the normal UPDATE path - so the
      * version check, lifecycle rules, audit line and change events
      * are the same as for any other update. A record changed since
      * it was parked fails the version check and the item is closed
      * as failed for the requester to resubmit; a server error
      * leaves it open to approve again.
      *----------------------------------------------------------------
       APPLY-APPROVED-UPDATE.
           MOVE REQ-PAYLOAD TO WS-APPR-SAVED-PAYLOAD
           MOVE REQ-CORRELATION-ID TO WS-APPR-SAVED-CORRELATION-ID
           MOVE "UPDATE" TO REQ-OPERATION
           MOVE WS-AI-CUST-ID TO REQ-CUST-ID
           MOVE WS-AI-PAYLOAD TO REQ-PAYLOAD
           IF WS-AI-CORRELATION-ID NOT = SPACES
               MOVE WS-AI-CORRELATION-ID TO REQ-CORRELATION-ID
           END-IF
           SET APPLYING-APPROVAL TO TRUE
           PERFORM PROCESS-UPDATE
           IF RESP-PENDING
               SET RESP-OK TO TRUE
           END-IF
           PERFORM BUILD-AUDIT-OLD-VALUES
           PERFORM BUILD-AUDIT-NEW-VALUES
           PERFORM WRITE-AUDIT-LOG
           MOVE "N" TO WS-APPR-APPLYING-FLAG
           MOVE "PENDING-APPROVE" TO REQ-OPERATION
           MOVE WS-APPR-SAVED-PAYLOAD TO REQ-PAYLOAD
           MOVE WS-APPR-SAVED-CORRELATION-ID TO REQ-CORRELATION-ID
           EVALUATE TRUE
               WHEN RESP-OK
                   MOVE "A" TO WS-APPR-DECISION
                   MOVE "APPROVED" TO WS-APPR-DECISION-TEXT
                   MOVE "Approved and applied" TO WS-APPR-DETAIL
                   PERFORM WRITE-APPROVAL-DECISION
                   MOVE "Approved - update applied" TO RESP-MESSAGE
               WHEN RESP-SERVER-ERROR
                   MOVE "RETRY" TO WS-APPR-DECISION-TEXT
               WHEN OTHER
                   MOVE "F" TO WS-APPR-DECISION
                   MOVE "FAILED" TO WS-APPR-DECISION-TEXT
                   MOVE RESP-MESSAGE TO WS-APPR-DETAIL
                   PERFORM WRITE-APPROVAL-DECISION
                   MOVE RESP-MESSAGE TO WS-APPR-SAVED-MESSAGE
                   MOVE SPACES TO RESP-MESSAGE
                   STRING "Not applied: " DELIMITED BY SIZE
                           WS-APPR-SAVED-MESSAGE DELIMITED BY SIZE
                       INTO RESP-MESSAGE
                   END-STRING
           END-EVALUATE.

       PROCESS-PENDING-REJECT.
           PERFORM CHECK-PENDING-DECIDABLE
           IF RESP-PENDING AND REQ-USER = WS-AI-REQUESTED-BY
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Must be decided by a different operator"
                   TO RESP-MESSAGE
           END-IF
           IF RESP-PENDING
               MOVE "R" TO WS-APPR-DECISION
               MOVE "REJECTED" TO WS-APPR-DECISION-TEXT
               IF WS-APPR-NOTE-VALUE NOT = SPACES
                   MOVE WS-APPR-NOTE-VALUE TO WS-APPR-DETAIL
               ELSE
                   MOVE "Rejected" TO WS-APPR-DETAIL
               END-IF
               PERFORM WRITE-APPROVAL-DECISION
               SET RESP-OK TO TRUE
               MOVE "Rejected - update not applied" TO RESP-MESSAGE
           END-IF.

       PROCESS-PENDING-EXPIRE.
           PERFORM CHECK-PENDING-DECIDABLE
           IF RESP-PENDING AND NOT APPR-ITEM-EXPIRED
               SET RESP-CONFLICT TO TRUE
               MOVE "Pending approval has not expired yet"
                   TO RESP-MESSAGE
           END-IF
           IF RESP-PENDING
               MOVE "X" TO WS-APPR-DECISION
               MOVE "EXPIRED" TO WS-APPR-DECISION-TEXT
               MOVE WS-APPR-EXPIRY-DAYS TO WS-APPR-AGE-ED
               MOVE SPACES TO WS-APPR-DETAIL
               STRING "No decision within " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APPR-AGE-ED) DELIMITED BY SIZE
                       " days" DELIMITED BY SIZE
                   INTO WS-APPR-DETAIL
               END-STRING
               PERFORM WRITE-APPROVAL-DECISION
               SET RESP-OK TO TRUE
               MOVE "Pending approval expired" TO RESP-MESSAGE
           END-IF.

      * Shared by approve, reject and expire: the payload's pendingId
      * must name an item that is still open. The item's customer
      * becomes the request's, so the decision's audit line is filed
      * under that customer.
       CHECK-PENDING-DECIDABLE.
           PERFORM EXTRACT-APPROVAL-FIELDS
           IF WS-APPR-PENDING-ID-VALUE = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "pendingId required" TO RESP-MESSAGE
           ELSE
               PERFORM FIND-PENDING-ITEM
               EVALUATE TRUE
                   WHEN NOT APPR-FOUND
                       SET RESP-NOT-FOUND TO TRUE
                       MOVE "Pending approval not found"
                           TO RESP-MESSAGE
                   WHEN NOT WS-AI-IS-PARKED
                       SET RESP-CONFLICT TO TRUE
                       MOVE "Pending approval was already decided"
                           TO RESP-MESSAGE
                   WHEN OTHER
                       MOVE WS-AI-CUST-ID TO REQ-CUST-ID
                       PERFORM COMPUTE-APPROVAL-AGE
               END-EVALUATE
           END-IF.

       EXTRACT-APPROVAL-FIELDS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-PENDING-ID-VALUE
               WS-APPR-NOTE-VALUE
           UNSTRING REQ-PAYLOAD DELIMITED BY """pendingId"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-PENDING-ID-VALUE
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING REQ-PAYLOAD DELIMITED BY """note"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-NOTE-VALUE
               END-UNSTRING
           END-IF.

      * Sequential scan, last record for the pending id wins.
       FIND-PENDING-ITEM.
           MOVE "N" TO WS-APPR-FOUND-FLAG
           MOVE SPACES TO WS-APPR-ITEM
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
                       IF PAPR-PENDING-ID = WS-APPR-PENDING-ID-VALUE
                           MOVE PENDING-APPROVAL-RECORD TO WS-APPR-ITEM
                           SET APPR-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APPR-FILE-STATUS NOT = "35"
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

      * Whole days since WS-AI-REQUESTED-TS; expired once that
      * reaches the configured window.
       COMPUTE-APPROVAL-AGE.
           MOVE 0 TO WS-APPR-AGE-DAYS
           MOVE "N" TO WS-APPR-EXPIRED-FLAG
           IF WS-AI-REQUESTED-TS(1:8) IS NUMERIC
               COMPUTE WS-APPR-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               COMPUTE WS-APPR-REQUESTED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-AI-REQUESTED-TS(1:8)))
               IF WS-APPR-TODAY-INT > WS-APPR-REQUESTED-INT
                   COMPUTE WS-APPR-AGE-DAYS =
                       WS-APPR-TODAY-INT - WS-APPR-REQUESTED-INT
               END-IF
               IF WS-APPR-AGE-DAYS NOT < WS-APPR-EXPIRY-DAYS
                   SET APPR-ITEM-EXPIRED TO TRUE
               END-IF
           END-IF.

      * The decision record repeats the parked item with the
      * decision, decider and time filled in.
       WRITE-APPROVAL-DECISION.
           MOVE WS-APPR-DECISION TO WS-AI-ACTION
           MOVE REQ-USER TO WS-AI-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-AI-DECIDED-TS
           MOVE WS-APPR-DETAIL TO WS-AI-DETAIL
           PERFORM WRITE-APPROVAL-RECORD.

       WRITE-APPROVAL-RECORD.
           OPEN EXTEND PENDING-APPROVAL-FILE
           IF WS-APPR-FILE-STATUS NOT = "00"
               OPEN OUTPUT PENDING-APPROVAL-FILE
           END-IF
           MOVE WS-APPR-ITEM TO PENDING-APPROVAL-RECORD
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVAL-FILE.

       BUILD-APPROVAL-AUDIT-VALUES.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES WS-AUDIT-NEW-VALUES
           IF WS-AI-PENDING-ID NOT = SPACES
               STRING "pendingId=" DELIMITED BY SIZE
                       WS-AI-PENDING-ID DELIMITED BY SPACE
                       ";requestedBy=" DELIMITED BY SIZE
                       WS-AI-REQUESTED-BY DELIMITED BY SPACE
                       ";status=" DELIMITED BY SIZE
                       WS-AI-FROM-STATUS DELIMITED BY SPACE
                       "->" DELIMITED BY SIZE
                       WS-AI-TO-STATUS DELIMITED BY SPACE
                       ";reason=" DELIMITED BY SIZE
                       WS-AI-REASON-CODE DELIMITED BY SPACE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
           END-IF
           IF WS-APPR-DECISION-TEXT NOT = SPACES
               STRING "decision=" DELIMITED BY SIZE
                       WS-APPR-DECISION-TEXT DELIMITED BY SPACE
                       ";detail=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APPR-DETAIL) DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
           END-IF.

      * A parked UPDATE changed nothing yet: the new-values side
      * records what was asked for, under keys of its own so nothing
      * reading the trail mistakes it for an applied status.
       BUILD-PARKED-AUDIT-VALUES.
           MOVE SPACES TO WS-AUDIT-NEW-VALUES
           STRING "pendingId=" DELIMITED BY SIZE
                   WS-AI-PENDING-ID DELIMITED BY SPACE
                   ";requestedStatus=" DELIMITED BY SIZE
                   WS-AI-TO-STATUS DELIMITED BY SPACE
                   ";reason=" DELIMITED BY SIZE
                   WS-AI-REASON-CODE DELIMITED BY SPACE
               INTO WS-AUDIT-NEW-VALUES
           END-STRING.

      *----------------------------------------------------------------
      * UNMERGE reverses a CUSTOMER-DEDUPE merge that folded two
      * different people together. REQ-CUST-ID is the merged-away
      * duplicate. Supervisor only. The pair must still be in effect
      * on CUSTXREF, and the MERGE audit line for it must be on
      * AUDITLOG with its two MERGE-DETAIL lines - those carry the
      * duplicate's own values and which survivor fields the merge
      * filled (merges made before the detail lines were written
      * cannot be unmerged here). The survivor gets back the blanks
      * the merge filled, where the field still holds what came from
      * the duplicate - anything re-keyed since is left alone. The
      * duplicate's email must be free before anything is written:
      * a live customer holding it is a 409, unless that customer is
      * the survivor and the put-back is about to blank the email it
      * was given by the merge. The duplicate is then restored under
      * its own id, the CUSTXREF pair retired and the two ids put on
      * the do-not-merge list (CUSTDNM) so the next dedupe run leaves
      * them apart.
      *----------------------------------------------------------------
       PROCESS-UNMERGE.
           MOVE SPACES TO WS-UNMG-SURVIVOR-ID WS-UNMG-RESTORED
           IF REQ-CUST-ID = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Customer id required for UNMERGE"
                   TO RESP-MESSAGE
           ELSE
               PERFORM VALIDATE-CUSTOMER-ID
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-SUPERVISOR-USER
           END-IF
           IF RESP-PENDING
               MOVE REQ-CUST-ID TO WS-XREF-LOOKUP-ID
               PERFORM LOOKUP-MERGED-XREF
               IF XREF-FOUND
                   MOVE WS-XREF-RESULT-ID TO WS-UNMG-SURVIVOR-ID
               ELSE
                   SET RESP-NOT-FOUND TO TRUE
                   MOVE "Customer is not merged" TO RESP-MESSAGE
               END-IF
           END-IF
           IF RESP-PENDING
               PERFORM FIND-MERGE-AUDIT-DETAIL
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-DUPLICATE-NOT-LIVE
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-UNMERGE-EMAIL-FREE
           END-IF
           IF RESP-PENDING
               PERFORM PUT-BACK-SURVIVOR-FIELDS
           END-IF
           IF RESP-PENDING
               PERFORM RESTORE-MERGED-DUPLICATE
           END-IF.

      * The id on REQ-USER must be a supervisor whose access is still
      * current - the same test CUSTOMER-INQUIRY's sign-on applies,
      * made again here because batch requests never sign on.
       CHECK-SUPERVISOR-USER.
           MOVE "N" TO WS-SUPV-OK-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SUPV-TODAY
           MOVE "N" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               SET OPER-EOF TO TRUE
           END-IF
           PERFORM UNTIL OPER-EOF
               READ OPERATOR-FILE
                   AT END
                       SET OPER-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID = REQ-USER
                           MOVE "N" TO WS-SUPV-OK-FLAG
                           IF OPER-ROLE-SUPERVISOR
                                   AND OPER-ACCESS-ACTIVE
                                   AND (OPER-EXPIRY-DATE = SPACES
                                       OR OPER-EXPIRY-DATE
                                           NOT < WS-SUPV-TODAY)
                               SET SUPERVISOR-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-FILE-STATUS NOT = "35"
               CLOSE OPERATOR-FILE
           END-IF
           IF NOT SUPERVISOR-OK
               SET RESP-FORBIDDEN TO TRUE
               MOVE "Supervisor authority required" TO RESP-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * AUDITLOG is read back from the start (closed first if this
      * call already had it open for append). The last MERGE line of
      * the duplicate into this survivor wins, with the MERGE-DETAIL
      * lines written straight after it.
      *----------------------------------------------------------------
       FIND-MERGE-AUDIT-DETAIL.
           MOVE "N" TO WS-UNMG-MERGE-FLAG WS-UNMG-IN-MERGE-FLAG
               WS-UNMG-DETAIL-1-FLAG WS-UNMG-DETAIL-2-FLAG
           MOVE SPACES TO WS-UNMG-FILLED
           IF AUDIT-FILE-OPEN
               CLOSE AUDIT-LOG-FILE
               MOVE "N" TO WS-AUDIT-FILE-OPEN
           END-IF
           MOVE "N" TO WS-UNMG-AUDIT-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET UNMG-AUDIT-EOF TO TRUE
           END-IF
           PERFORM UNTIL UNMG-AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET UNMG-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AUDIT-CUST-ID = REQ-CUST-ID
                           PERFORM APPLY-ONE-MERGE-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF NOT UNMG-MERGE-FOUND OR NOT UNMG-DETAIL-1-FOUND
                   OR NOT UNMG-DETAIL-2-FOUND
                   OR WS-UNMG-FILLED = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Merge audit detail not on file" TO RESP-MESSAGE
           END-IF.

       APPLY-ONE-MERGE-AUDIT-LINE.
           EVALUATE AUDIT-OPERATION
               WHEN "MERGE"
                   MOVE SPACES TO WS-JUNK WS-UNMG-MERGED-INTO
                       WS-UNMG-MERGE-REASON WS-UNMG-AUDIT-FILLED
                   UNSTRING AUDIT-NEW-VALUES
                           DELIMITED BY "mergedInto=" OR " reason="
                               OR " filled="
                       INTO WS-JUNK WS-UNMG-MERGED-INTO
                           WS-UNMG-MERGE-REASON WS-UNMG-AUDIT-FILLED
                   END-UNSTRING
                   IF WS-UNMG-MERGED-INTO = WS-UNMG-SURVIVOR-ID
                       SET UNMG-MERGE-FOUND TO TRUE
                       SET UNMG-IN-MERGE TO TRUE
                       MOVE "N" TO WS-UNMG-DETAIL-1-FLAG
                           WS-UNMG-DETAIL-2-FLAG
                       MOVE WS-UNMG-AUDIT-FILLED TO WS-UNMG-FILLED
                   ELSE
                       MOVE "N" TO WS-UNMG-IN-MERGE-FLAG
                   END-IF
               WHEN "MERGE-DETAIL"
                   IF UNMG-IN-MERGE
                       PERFORM APPLY-MERGE-DETAIL-LINE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-UNMG-IN-MERGE-FLAG
           END-EVALUATE.

       APPLY-MERGE-DETAIL-LINE.
           IF AUDIT-OLD-VALUES(1:5) = "name="
               MOVE AUDIT-OLD-VALUES(6:60) TO WS-UNMG-NAME
               MOVE SPACES TO WS-JUNK WS-UNMG-EMAIL WS-UNMG-STATUS
                   WS-UNMG-CREATED
               UNSTRING AUDIT-NEW-VALUES
                       DELIMITED BY "email=" OR ";status="
                           OR ";created="
                   INTO WS-JUNK WS-UNMG-EMAIL WS-UNMG-STATUS
                       WS-UNMG-CREATED
               END-UNSTRING
               SET UNMG-DETAIL-1-FOUND TO TRUE
           END-IF
           IF AUDIT-OLD-VALUES(1:6) = "addr1="
               MOVE SPACES TO WS-JUNK WS-UNMG-ADDR-LINE1
                   WS-UNMG-ADDR-LINE2
               UNSTRING AUDIT-OLD-VALUES
                       DELIMITED BY "addr1=" OR ";addr2="
                   INTO WS-JUNK WS-UNMG-ADDR-LINE1 WS-UNMG-ADDR-LINE2
               END-UNSTRING
               MOVE SPACES TO WS-JUNK WS-UNMG-ADDR-CITY
                   WS-UNMG-ADDR-STATE WS-UNMG-ADDR-ZIP
                   WS-UNMG-CONTACT-PREF WS-UNMG-MKT-OPT-IN
               UNSTRING AUDIT-NEW-VALUES
                       DELIMITED BY "city=" OR ";state=" OR ";zip="
                           OR ";pref=" OR ";optIn="
                   INTO WS-JUNK WS-UNMG-ADDR-CITY WS-UNMG-ADDR-STATE
                       WS-UNMG-ADDR-ZIP WS-UNMG-CONTACT-PREF
                       WS-UNMG-MKT-OPT-IN
               END-UNSTRING
               SET UNMG-DETAIL-2-FOUND TO TRUE
           END-IF.

      * The duplicate has to still be soft-deleted (or purged since):
      * one that is live again was restored some other way.
       CHECK-DUPLICATE-NOT-LIVE.
           MOVE "READ-RETAINED" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "UNMERGE" TO REQ-OPERATION
           IF RESP-OK
               PERFORM EXTRACT-OLD-VALUES-FROM-RESP-BODY
           END-IF
           IF RESP-OK AND WS-OLD-STATUS NOT = "DELETED"
               SET RESP-CONFLICT TO TRUE
               MOVE "Merged-away customer is already live"
                   TO RESP-MESSAGE
               MOVE SPACES TO RESP-BODY
           ELSE
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
           END-IF.

      * FIND-BY-EMAIL skips soft-deleted documents, so a match is a
      * live customer. The survivor itself only passes when the merge
      * filled its email from the duplicate: the put-back blanks it
      * (it still holds the duplicate's value, or it would not have
      * matched). An EMAIL-reason merge leaves the survivor holding
      * its own copy of the address, which has to be changed first.
       CHECK-UNMERGE-EMAIL-FREE.
           IF WS-UNMG-EMAIL NOT = SPACES
               MOVE WS-UNMG-EMAIL TO WS-EMAIL-VALUE
               PERFORM CHECK-DUPLICATE-EMAIL
               IF RESP-CONFLICT
                   MOVE SPACES TO WS-JUNK WS-REMAINDER
                       WS-UNMG-EMAIL-HOLDER
                   UNSTRING RESP-BODY DELIMITED BY """id"":"""
                       INTO WS-JUNK WS-REMAINDER
                   END-UNSTRING
                   IF WS-REMAINDER NOT = SPACES
                       UNSTRING WS-REMAINDER DELIMITED BY """"
                           INTO WS-UNMG-EMAIL-HOLDER
                       END-UNSTRING
                   END-IF
                   IF WS-UNMG-EMAIL-HOLDER = WS-UNMG-SURVIVOR-ID
                           AND WS-UNMG-FILLED-EMAIL = "E"
                       SET RESP-PENDING TO TRUE
                       MOVE SPACES TO RESP-MESSAGE
                   ELSE
                       MOVE SPACES TO RESP-MESSAGE
                       STRING "Email still held by customer "
                                   DELIMITED BY SIZE
                               FUNCTION TRIM(WS-UNMG-EMAIL-HOLDER)
                                   DELIMITED BY SIZE
                               " - change it first" DELIMITED BY SIZE
                           INTO RESP-MESSAGE
                       END-STRING
                   END-IF
               ELSE
                   MOVE SPACES TO RESP-MESSAGE
               END-IF
               MOVE SPACES TO RESP-BODY
           END-IF.

      *----------------------------------------------------------------
      * Each field the merge filled goes back to blank, but only if
      * it still holds the duplicate's value; the address as a unit,
      * as it was filled. Nothing to put back writes nothing.
      *----------------------------------------------------------------
       PUT-BACK-SURVIVOR-FIELDS.
           MOVE REQ-CUST-ID TO WS-UNMG-SAVED-CUST-ID
           MOVE WS-UNMG-SURVIVOR-ID TO REQ-CUST-ID
           MOVE "READ" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "UNMERGE" TO REQ-OPERATION
           IF NOT RESP-OK
               MOVE WS-UNMG-SAVED-CUST-ID TO REQ-CUST-ID
               SET RESP-CONFLICT TO TRUE
               MOVE "Surviving customer is not active" TO RESP-MESSAGE
               MOVE SPACES TO RESP-BODY
           ELSE
               PERFORM EXTRACT-CURRENT-VERSION
               PERFORM EXTRACT-OLD-VALUES-FROM-RESP-BODY
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               PERFORM BUILD-SURVIVOR-PUT-BACK-REC
               IF WS-UNMG-RESTORED NOT = "-----"
                   PERFORM UPDATE-PUT-BACK-SURVIVOR
               END-IF
               MOVE WS-UNMG-SAVED-CUST-ID TO REQ-CUST-ID
           END-IF.

       BUILD-SURVIVOR-PUT-BACK-REC.
           MOVE "-----" TO WS-UNMG-RESTORED
           MOVE SPACES TO CUSTOMER-REC
           MOVE WS-UNMG-SURVIVOR-ID TO CUST-ID
           MOVE WS-OLD-NAME TO CUST-NAME
           MOVE WS-OLD-EMAIL TO CUST-EMAIL
           MOVE WS-OLD-STATUS TO CUST-STATUS
           MOVE WS-OLD-STATUS-REASON TO CUST-STATUS-REASON
           MOVE WS-OLD-CREATED-TS TO CUST-CREATED-TS
           MOVE WS-OLD-ADDR-LINE1 TO CUST-ADDR-LINE1
           MOVE WS-OLD-ADDR-LINE2 TO CUST-ADDR-LINE2
           MOVE WS-OLD-ADDR-CITY TO CUST-ADDR-CITY
           MOVE WS-OLD-ADDR-STATE TO CUST-ADDR-STATE
           MOVE WS-OLD-ADDR-ZIP TO CUST-ADDR-ZIP
           MOVE WS-OLD-CONTACT-PREF TO CUST-CONTACT-PREF
           MOVE WS-OLD-MARKETING-OPT-IN TO CUST-MARKETING-OPT-IN
           IF WS-UNMG-FILLED-NAME = "N"
                   AND WS-OLD-NAME = WS-UNMG-NAME
               MOVE SPACES TO CUST-NAME
               MOVE "N" TO WS-UNMG-RESTORED(1:1)
           END-IF
           IF WS-UNMG-FILLED-EMAIL = "E"
                   AND WS-OLD-EMAIL = WS-UNMG-EMAIL
               MOVE SPACES TO CUST-EMAIL
               MOVE "E" TO WS-UNMG-RESTORED(2:1)
           END-IF
           IF WS-UNMG-FILLED-ADDRESS = "A"
                   AND WS-OLD-ADDR-LINE1 = WS-UNMG-ADDR-LINE1
                   AND WS-OLD-ADDR-LINE2 = WS-UNMG-ADDR-LINE2
                   AND WS-OLD-ADDR-CITY = WS-UNMG-ADDR-CITY
                   AND WS-OLD-ADDR-STATE = WS-UNMG-ADDR-STATE
                   AND WS-OLD-ADDR-ZIP = WS-UNMG-ADDR-ZIP
               MOVE SPACES TO CUST-ADDR-LINE1 CUST-ADDR-LINE2
                   CUST-ADDR-CITY CUST-ADDR-STATE CUST-ADDR-ZIP
               MOVE "A" TO WS-UNMG-RESTORED(3:1)
           END-IF
           IF WS-UNMG-FILLED-PREF = "C"
                   AND WS-OLD-CONTACT-PREF = WS-UNMG-CONTACT-PREF
               MOVE SPACES TO CUST-CONTACT-PREF
               MOVE "C" TO WS-UNMG-RESTORED(4:1)
           END-IF
           IF WS-UNMG-FILLED-OPT-IN = "O"
                   AND WS-OLD-MARKETING-OPT-IN = WS-UNMG-MKT-OPT-IN
               MOVE SPACES TO CUST-MARKETING-OPT-IN
               MOVE "O" TO WS-UNMG-RESTORED(5:1)
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CUST-UPDATED-TS
           COMPUTE CUST-VERSION = WS-CURRENT-VERSION + 1.

      * The survivor gets its own change event, consent entry and
      * audit line, the way UNLINK-LAST-HOUSEHOLD-MEMBER does for the
      * member it unlinks.
       UPDATE-PUT-BACK-SURVIVOR.
           MOVE "UPDATE" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "UNMERGE" TO REQ-OPERATION
           IF RESP-OK
               MOVE "CUSTOMER-UPDATED" TO WS-EVENT-TYPE
               PERFORM PUBLISH-CHANGE-EVENT
               PERFORM RECORD-CONSENT-CHANGE
               MOVE "Merged-in fields put back" TO RESP-MESSAGE
               PERFORM BUILD-AUDIT-OLD-VALUES
               MOVE SPACES TO WS-AUDIT-NEW-VALUES
               STRING "unmergedFrom=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMG-SAVED-CUST-ID)
                           DELIMITED BY SIZE
                       " restored=" DELIMITED BY SIZE
                       WS-UNMG-RESTORED DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUES
               END-STRING
               PERFORM WRITE-AUDIT-LOG
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
           ELSE
               SET RESP-SERVER-ERROR TO TRUE
               MOVE "Survivor put-back failed, nothing unmerged"
                   TO RESP-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * The duplicate comes back as it stood before the merge, marked
      * UNMERGED. Its consent goes on the ledger as for a CREATE.
      *----------------------------------------------------------------
       RESTORE-MERGED-DUPLICATE.
           MOVE SPACES TO WS-OLD-NAME WS-OLD-EMAIL WS-OLD-STATUS
               WS-OLD-STATUS-REASON WS-OLD-CREATED-TS
               WS-OLD-CONTACT-PREF WS-OLD-MARKETING-OPT-IN
           MOVE SPACES TO CUSTOMER-REC
           MOVE REQ-CUST-ID TO CUST-ID
           MOVE WS-UNMG-NAME TO CUST-NAME
           MOVE WS-UNMG-EMAIL TO CUST-EMAIL
           IF WS-UNMG-STATUS = SPACES
               MOVE "ACTIVE" TO CUST-STATUS
           ELSE
               MOVE WS-UNMG-STATUS TO CUST-STATUS
           END-IF
           MOVE "UNMERGED" TO CUST-STATUS-REASON
           MOVE WS-UNMG-CREATED TO CUST-CREATED-TS
           MOVE FUNCTION CURRENT-DATE TO CUST-UPDATED-TS
           MOVE WS-UNMG-ADDR-LINE1 TO CUST-ADDR-LINE1
           MOVE WS-UNMG-ADDR-LINE2 TO CUST-ADDR-LINE2
           MOVE WS-UNMG-ADDR-CITY TO CUST-ADDR-CITY
           MOVE WS-UNMG-ADDR-STATE TO CUST-ADDR-STATE
           MOVE WS-UNMG-ADDR-ZIP TO CUST-ADDR-ZIP
           MOVE WS-UNMG-CONTACT-PREF TO CUST-CONTACT-PREF
           MOVE WS-UNMG-MKT-OPT-IN TO CUST-MARKETING-OPT-IN
           MOVE 1 TO CUST-VERSION
           MOVE "RESTORE" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "UNMERGE" TO REQ-OPERATION
           IF RESP-OK OR RESP-CREATED
               MOVE "CUSTOMER-UNMERGED" TO WS-EVENT-TYPE
               PERFORM PUBLISH-CHANGE-EVENT
               PERFORM RECORD-CONSENT-CHANGE
               PERFORM WRITE-XREF-RETIREMENT
               PERFORM WRITE-DO-NOT-MERGE-PAIR
               SET RESP-OK TO TRUE
               MOVE "Customer unmerged" TO RESP-MESSAGE
               MOVE SPACES TO RESP-BODY
               STRING "{""customerId"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(REQ-CUST-ID) DELIMITED BY SIZE
                       """,""survivorId"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMG-SURVIVOR-ID)
                           DELIMITED BY SIZE
                       """}" DELIMITED BY SIZE
                   INTO RESP-BODY
               END-STRING
           ELSE
               IF WS-UNMG-RESTORED NOT = "-----"
                   SET RESP-SERVER-ERROR TO TRUE
                   MOVE "Survivor put back; duplicate restore failed"
                       TO RESP-MESSAGE
               END-IF
           END-IF.

      * A blank survivor retires the pair: LOOKUP-MERGED-XREF stops
      * redirecting the id from here on.
       WRITE-XREF-RETIREMENT.
           OPEN EXTEND MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               OPEN OUTPUT MERGE-XREF-FILE
           END-IF
           MOVE REQ-CUST-ID TO XREF-DUP-ID
           MOVE SPACES TO XREF-SURVIVOR-ID
           MOVE FUNCTION CURRENT-DATE TO XREF-TIMESTAMP
           WRITE MERGE-XREF-RECORD
           CLOSE MERGE-XREF-FILE.

       WRITE-DO-NOT-MERGE-PAIR.
           OPEN EXTEND DO-NOT-MERGE-FILE
           IF WS-DNM-FILE-STATUS NOT = "00"
               OPEN OUTPUT DO-NOT-MERGE-FILE
           END-IF
           MOVE SPACES TO DO-NOT-MERGE-RECORD
           MOVE REQ-CUST-ID TO DNM-CUST-ID-1
           MOVE WS-UNMG-SURVIVOR-ID TO DNM-CUST-ID-2
           MOVE FUNCTION CURRENT-DATE TO DNM-TIMESTAMP
           MOVE REQ-USER TO DNM-ADDED-BY
           MOVE "UNMERGE" TO DNM-REASON
           WRITE DO-NOT-MERGE-RECORD
           CLOSE DO-NOT-MERGE-FILE.

      * The call's own audit line is on the duplicate: which survivor
      * it came back from, and the record as restored.
       BUILD-UNMERGE-AUDIT-VALUES.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES WS-AUDIT-NEW-VALUES
           IF WS-UNMG-SURVIVOR-ID NOT = SPACES
               STRING "mergedInto=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UNMG-SURVIVOR-ID)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
           END-IF
           IF RESP-OK
               PERFORM BUILD-AUDIT-NEW-VALUES
           END-IF.

      *----------------------------------------------------------------
      * UNDELETE takes a customer back out of soft-delete: supervisor
      * only, and only while the retention purge would still hold the
      * record. It comes back under its own id with the status it had
      * before the DELETE (ACTIVE if none was recorded) and its
      * deleted timestamp cleared. Its notes stay flagged deleted and
      * are withheld from NOTE-LIST until the retention purge. A
      * merged-away duplicate is refused - UNMERGE is the way back
      * for those - and so is one whose email a live customer has
      * taken since.
      *----------------------------------------------------------------
       PROCESS-UNDELETE.
           IF REQ-CUST-ID = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Customer id required for UNDELETE"
                   TO RESP-MESSAGE
           ELSE
               PERFORM VALIDATE-CUSTOMER-ID
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-SUPERVISOR-USER
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-NOT-MERGED-AWAY
           END-IF
           IF RESP-PENDING
               PERFORM FIND-SOFT-DELETED-CUSTOMER
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-WITHIN-RETENTION
           END-IF
           IF RESP-PENDING
               MOVE WS-OLD-EMAIL TO WS-EMAIL-VALUE
               PERFORM CHECK-RESTORED-EMAIL-FREE
           END-IF
           IF RESP-PENDING
               PERFORM BUILD-UNDELETED-CUSTOMER-REC
               MOVE "RESTORE" TO REQ-OPERATION
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               MOVE "UNDELETE" TO REQ-OPERATION
               IF RESP-OK
                   MOVE "CUSTOMER-UNDELETED" TO WS-EVENT-TYPE
                   PERFORM PUBLISH-CHANGE-EVENT
                   PERFORM RECORD-CONSENT-CHANGE
                   MOVE "Customer undeleted" TO RESP-MESSAGE
               END-IF
           END-IF.

       CHECK-NOT-MERGED-AWAY.
           MOVE REQ-CUST-ID TO WS-XREF-LOOKUP-ID
           PERFORM LOOKUP-MERGED-XREF
           IF XREF-FOUND
               SET RESP-CONFLICT TO TRUE
               MOVE "Customer was merged - use UNMERGE"
                   TO RESP-MESSAGE
           END-IF.

       FIND-SOFT-DELETED-CUSTOMER.
           MOVE "READ-RETAINED" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "UNDELETE" TO REQ-OPERATION
           EVALUATE TRUE
               WHEN RESP-NOT-FOUND
                   MOVE "Customer not on file - purged or never created"
                       TO RESP-MESSAGE
               WHEN RESP-OK
                   PERFORM EXTRACT-OLD-VALUES-FROM-RESP-BODY
                   PERFORM EXTRACT-DELETED-FIELDS
                   IF WS-OLD-STATUS NOT = "DELETED"
                       SET RESP-CONFLICT TO TRUE
                       MOVE "Customer is not deleted" TO RESP-MESSAGE
                   ELSE
                       SET RESP-PENDING TO TRUE
                       MOVE SPACES TO RESP-MESSAGE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO RESP-BODY.

       EXTRACT-DELETED-FIELDS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-UDEL-PRIOR-STATUS
           UNSTRING RESP-BODY DELIMITED BY """priorStatus"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-UDEL-PRIOR-STATUS
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-UDEL-DELETED-TS
           UNSTRING RESP-BODY DELIMITED BY """deletedAt"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-UDEL-DELETED-TS
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------------
      * Same windows as CUSTOMER-PURGE: the prior status's own
      * setting if there is one, else the global one. A record the
      * next purge run would remove is past saving here - the purge
      * archive restore is the way back once it has gone. A deleted
      * timestamp that cannot be read leaves the record restorable,
      * since the purge cannot age it either.
      *----------------------------------------------------------------
       CHECK-WITHIN-RETENTION.
           MOVE 90 TO WS-UDEL-RETENTION-DAYS
           MOVE SPACES TO WS-UDEL-RETENTION-ENV
           ACCEPT WS-UDEL-RETENTION-ENV
               FROM ENVIRONMENT "CUSTOMER_PURGE_RETENTION_DAYS"
           IF WS-UDEL-RETENTION-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-UDEL-RETENTION-ENV)
                   TO WS-UDEL-RETENTION-DAYS
           END-IF
           MOVE SPACES TO WS-UDEL-RETENTION-ENV
           EVALUATE WS-UDEL-PRIOR-STATUS
               WHEN "ACTIVE"
                   ACCEPT WS-UDEL-RETENTION-ENV
                       FROM ENVIRONMENT
                           "CUSTOMER_PURGE_RETENTION_DAYS_ACTIVE"
               WHEN "INACTIVE"
                   ACCEPT WS-UDEL-RETENTION-ENV
                       FROM ENVIRONMENT
                           "CUSTOMER_PURGE_RETENTION_DAYS_INACTIVE"
               WHEN "SUSPENDED"
                   ACCEPT WS-UDEL-RETENTION-ENV
                       FROM ENVIRONMENT
                           "CUSTOMER_PURGE_RETENTION_DAYS_SUSPENDED"
           END-EVALUATE
           IF WS-UDEL-RETENTION-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-UDEL-RETENTION-ENV)
                   TO WS-UDEL-RETENTION-DAYS
           END-IF
           MOVE 0 TO WS-UDEL-AGE-DAYS
           IF WS-UDEL-DELETED-TS(1:8) IS NUMERIC
               COMPUTE WS-UDEL-TODAY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               COMPUTE WS-UDEL-DELETED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-UDEL-DELETED-TS(1:8)))
               IF WS-UDEL-TODAY-INT > WS-UDEL-DELETED-INT
                   COMPUTE WS-UDEL-AGE-DAYS =
                       WS-UDEL-TODAY-INT - WS-UDEL-DELETED-INT
               END-IF
               IF WS-UDEL-AGE-DAYS NOT < WS-UDEL-RETENTION-DAYS
                   SET RESP-CONFLICT TO TRUE
                   MOVE "Retention period has expired" TO RESP-MESSAGE
               END-IF
           END-IF.

      * FIND-BY-EMAIL skips soft-deleted documents, so the only match
      * can be another, live customer.
       CHECK-RESTORED-EMAIL-FREE.
           IF WS-EMAIL-VALUE NOT = SPACES
               PERFORM CHECK-DUPLICATE-EMAIL
               IF RESP-CONFLICT
                   MOVE "Email now belongs to another customer"
                       TO RESP-MESSAGE
               ELSE
                   MOVE SPACES TO RESP-MESSAGE
               END-IF
               MOVE SPACES TO RESP-BODY
           END-IF.

       BUILD-UNDELETED-CUSTOMER-REC.
           MOVE SPACES TO CUSTOMER-REC
           MOVE REQ-CUST-ID TO CUST-ID
           MOVE WS-OLD-NAME TO CUST-NAME
           MOVE WS-OLD-EMAIL TO CUST-EMAIL
           IF WS-UDEL-PRIOR-STATUS = SPACES
               MOVE "ACTIVE" TO CUST-STATUS
           ELSE
               MOVE WS-UDEL-PRIOR-STATUS TO CUST-STATUS
           END-IF
           MOVE "UNDELETED" TO CUST-STATUS-REASON
           MOVE WS-OLD-CREATED-TS TO CUST-CREATED-TS
           MOVE FUNCTION CURRENT-DATE TO CUST-UPDATED-TS
           MOVE WS-OLD-ADDR-LINE1 TO CUST-ADDR-LINE1
           MOVE WS-OLD-ADDR-LINE2 TO CUST-ADDR-LINE2
           MOVE WS-OLD-ADDR-CITY TO CUST-ADDR-CITY
           MOVE WS-OLD-ADDR-STATE TO CUST-ADDR-STATE
           MOVE WS-OLD-ADDR-ZIP TO CUST-ADDR-ZIP
           MOVE WS-OLD-CONTACT-PREF TO CUST-CONTACT-PREF
           MOVE WS-OLD-MARKETING-OPT-IN TO CUST-MARKETING-OPT-IN.

      *----------------------------------------------------------------
      * RESTORE-PURGED recreates a customer CUSTOMER-PURGE has already
      * removed, under its original id, so its audit history and
      * any xref or household references to the id line up again.
      * The caller (CUSTOMER-SUPV-REQUEST) passes the customer's last
      * PURGEARC line as name/email/purgedAt, plus the status to
      * restore it to (ACTIVE if none) - the archive keeps no more
      * than that, so address and contact preference come back blank
      * and marketing opt-in as N, as on a CREATE. Its notes went
      * with the purge and are not recovered.
      *----------------------------------------------------------------
       PROCESS-RESTORE-PURGED.
           IF REQ-CUST-ID = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Customer id required for RESTORE-PURGED"
                   TO RESP-MESSAGE
           ELSE
               PERFORM VALIDATE-CUSTOMER-ID
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-SUPERVISOR-USER
           END-IF
           IF RESP-PENDING
               PERFORM EXTRACT-NAME
               PERFORM EXTRACT-EMAIL
               PERFORM EXTRACT-STATUS
               PERFORM EXTRACT-PURGED-TS
               IF WS-NAME-VALUE = SPACES OR WS-EMAIL-VALUE = SPACES
                   SET RESP-UNPROCESSABLE TO TRUE
                   MOVE "Archived name and email required"
                       TO RESP-MESSAGE
               ELSE
                   PERFORM VALIDATE-STATUS-VALUE
               END-IF
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-NOT-MERGED-AWAY
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-CUSTOMER-PURGED
           END-IF
           IF RESP-PENDING
               PERFORM CHECK-RESTORED-EMAIL-FREE
           END-IF
           IF RESP-PENDING
               PERFORM BUILD-CUSTOMER-REC-FOR-CREATE
               MOVE "RESTORED" TO CUST-STATUS-REASON
               MOVE "RESTORE" TO REQ-OPERATION
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               MOVE "RESTORE-PURGED" TO REQ-OPERATION
               IF RESP-CREATED OR RESP-OK
                   MOVE "CUSTOMER-RESTORED" TO WS-EVENT-TYPE
                   PERFORM PUBLISH-CHANGE-EVENT
                   PERFORM RECORD-CONSENT-CHANGE
                   MOVE "Customer restored from purge archive"
                       TO RESP-MESSAGE
               END-IF
           END-IF.

       EXTRACT-PURGED-TS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-UDEL-PURGED-TS
           UNSTRING REQ-PAYLOAD DELIMITED BY """purgedAt"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-UDEL-PURGED-TS
               END-UNSTRING
           END-IF.

      * Anything still on file - live or soft-deleted - has not been
      * purged; a soft-deleted one goes back through UNDELETE.
       CHECK-CUSTOMER-PURGED.
           MOVE "READ-RETAINED" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           MOVE "RESTORE-PURGED" TO REQ-OPERATION
           EVALUATE TRUE
               WHEN RESP-NOT-FOUND
                   SET RESP-PENDING TO TRUE
                   MOVE SPACES TO RESP-MESSAGE
               WHEN RESP-OK
                   SET RESP-CONFLICT TO TRUE
                   MOVE "Customer is still on file - not purged"
                       TO RESP-MESSAGE
           END-EVALUATE
           MOVE SPACES TO RESP-BODY.

      * The archive restore's audit line carries when the customer was
      * purged alongside the record as it came back.
       BUILD-RESTORE-AUDIT-VALUES.
           MOVE SPACES TO WS-AUDIT-OLD-VALUES
           IF WS-UDEL-PURGED-TS NOT = SPACES
               STRING "purgedAt=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-UDEL-PURGED-TS)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUES
               END-STRING
           END-IF
           PERFORM BUILD-AUDIT-NEW-VALUES.

      *----------------------------------------------------------------
      * The sequence file is opened, bumped and rewritten per
      * assignment; the JCL allocates it DISP=OLD so two jobs cannot
      * draw the same number. A missing file starts the sequence at
      * zero (first assignment issues 1).
      *----------------------------------------------------------------
       ASSIGN-NEXT-CUSTOMER-ID.
           OPEN I-O CUSTOMER-ID-SEQ-FILE
           IF WS-SEQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-ID-SEQ-FILE
               MOVE 0 TO SEQ-LAST-NUMBER
               MOVE FUNCTION CURRENT-DATE TO SEQ-TIMESTAMP
               WRITE ID-SEQ-RECORD
               CLOSE CUSTOMER-ID-SEQ-FILE
               OPEN I-O CUSTOMER-ID-SEQ-FILE
           END-IF
           READ CUSTOMER-ID-SEQ-FILE
               AT END
                   MOVE 0 TO SEQ-LAST-NUMBER
           END-READ
           COMPUTE WS-NEW-ID-NUMBER = SEQ-LAST-NUMBER + 1
           MOVE WS-NEW-ID-NUMBER TO SEQ-LAST-NUMBER
           MOVE FUNCTION CURRENT-DATE TO SEQ-TIMESTAMP
           REWRITE ID-SEQ-RECORD
           CLOSE CUSTOMER-ID-SEQ-FILE
           MOVE WS-NEW-ID-NUMBER TO WS-ID-BODY
           PERFORM COMPUTE-ID-CHECK-DIGIT
           MOVE SPACES TO REQ-CUST-ID
           STRING "C" DELIMITED BY SIZE
                   WS-ID-BODY DELIMITED BY SIZE
                   WS-ID-CHECK-DIGIT DELIMITED BY SIZE
               INTO REQ-CUST-ID
           END-STRING.

       VALIDATE-CUSTOMER-ID.
           IF REQ-CUST-ID NOT = SPACES
                   AND REQ-CUST-ID(1:1) = "C"
                   AND REQ-CUST-ID(12:13) = SPACES
               MOVE REQ-CUST-ID(2:10) TO WS-ID-DIGITS
               IF WS-ID-DIGITS IS NUMERIC
                   MOVE WS-ID-DIGITS(1:9) TO WS-ID-BODY
                   MOVE WS-ID-DIGITS(10:1) TO WS-ID-GIVEN-CHECK
                   PERFORM COMPUTE-ID-CHECK-DIGIT
                   IF WS-ID-GIVEN-CHECK NOT = WS-ID-CHECK-DIGIT
                       SET RESP-UNPROCESSABLE TO TRUE
                       MOVE "Customer id fails check-digit validation"
                           TO RESP-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Luhn over the nine-digit body: doubling every second digit
      * from the right (a doubled digit over nine has nine taken
      * off), the check digit brings the total to a multiple of ten.
      *----------------------------------------------------------------
       COMPUTE-ID-CHECK-DIGIT.
           MOVE 0 TO WS-ID-CHECK-SUM
           PERFORM VARYING WS-ID-POS FROM 1 BY 1
                   UNTIL WS-ID-POS > 9
               COMPUTE WS-ID-RPOS = 10 - WS-ID-POS
               MOVE FUNCTION NUMVAL(WS-ID-BODY(WS-ID-POS:1))
                   TO WS-ID-DIGIT
               IF FUNCTION MOD(WS-ID-RPOS 2) = 1
                   COMPUTE WS-ID-DIGIT = WS-ID-DIGIT * 2
                   IF WS-ID-DIGIT > 9
                       SUBTRACT 9 FROM WS-ID-DIGIT
                   END-IF
               END-IF
               ADD WS-ID-DIGIT TO WS-ID-CHECK-SUM
           END-PERFORM
           COMPUTE WS-ID-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-ID-CHECK-SUM 10)
                   10).

       FOLLOW-MERGE-XREF.
           MOVE REQ-CUST-ID TO WS-XREF-LOOKUP-ID
           MOVE SPACES TO WS-XREF-FINAL-ID
           MOVE 0 TO WS-XREF-DEPTH
           PERFORM LOOKUP-MERGED-XREF
           PERFORM UNTIL NOT XREF-FOUND OR WS-XREF-DEPTH > 5
               ADD 1 TO WS-XREF-DEPTH
               MOVE WS-XREF-RESULT-ID TO WS-XREF-FINAL-ID
               MOVE WS-XREF-RESULT-ID TO WS-XREF-LOOKUP-ID
               PERFORM LOOKUP-MERGED-XREF
           END-PERFORM
           IF WS-XREF-FINAL-ID NOT = SPACES
               MOVE REQ-CUST-ID TO WS-XREF-SAVED-ID
               MOVE WS-XREF-FINAL-ID TO REQ-CUST-ID
               SET RESP-PENDING TO TRUE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               CALL "CUSTOMER-REPOSITORY"
                   USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
               IF RESP-OK
                   SET RESP-WAS-MERGED TO TRUE
                   MOVE WS-XREF-FINAL-ID TO RESP-MERGED-INTO-ID
               END-IF
               MOVE WS-XREF-SAVED-ID TO REQ-CUST-ID
           END-IF.

      * Sequential scan, last match wins - a later re-merge of the
      * same id supersedes the earlier entry, and an UNMERGE's entry
      * (blank survivor) retires it.
       LOOKUP-MERGED-XREF.
           MOVE "N" TO WS-XREF-FOUND-FLAG
           MOVE SPACES TO WS-XREF-RESULT-ID
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
                       IF XREF-DUP-ID = WS-XREF-LOOKUP-ID
                           MOVE XREF-SURVIVOR-ID
                               TO WS-XREF-RESULT-ID
                           IF XREF-SURVIVOR-ID = SPACES
                               MOVE "N" TO WS-XREF-FOUND-FLAG
                           ELSE
                               SET XREF-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-FILE-STATUS NOT = "35"
               CLOSE MERGE-XREF-FILE
           END-IF.

       VALIDATE-CREATE.
           IF REQ-PAYLOAD = SPACES
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE "Payload required for CREATE" TO RESP-MESSAGE
           ELSE
               PERFORM VALIDATE-PAYLOAD-FIELDS
           END-IF.

       CHECK-DUPLICATE-EMAIL.
           MOVE REQ-OPERATION TO WS-SAVED-OPERATION
           MOVE WS-EMAIL-VALUE TO REQ-EMAIL
           MOVE "FIND-BY-EMAIL" TO REQ-OPERATION
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           IF RESP-OK
               SET RESP-CONFLICT TO TRUE
               MOVE "Customer already exists" TO RESP-MESSAGE
                           TO RESP-MESSAGE
                   ELSE
                       PERFORM VALIDATE-STATUS-VALUE
                       IF RESP-PENDING
                           MOVE WS-ADDR-STATE-VALUE TO ADCK-STATE
                           MOVE WS-ADDR-ZIP-VALUE TO ADCK-ZIP
                           PERFORM VALIDATE-ZIP-STATE
                       END-IF
                   END-IF
           END-EVALUATE.

           END-IF
           IF RESP-PENDING
               PERFORM VALIDATE-STATUS-TRANSITION
           END-IF
           IF RESP-PENDING
               AND (WS-ADDR-STATE-VALUE NOT = SPACES
                    OR WS-ADDR-ZIP-VALUE NOT = SPACES)
               IF WS-ADDR-STATE-VALUE NOT = SPACES
                   MOVE WS-ADDR-STATE-VALUE TO ADCK-STATE
               ELSE
                   MOVE WS-OLD-ADDR-STATE TO ADCK-STATE
               END-IF
               IF WS-ADDR-ZIP-VALUE NOT = SPACES
                   MOVE WS-ADDR-ZIP-VALUE TO ADCK-ZIP
               ELSE
                   MOVE WS-OLD-ADDR-ZIP TO ADCK-ZIP
               END-IF
               PERFORM VALIDATE-ZIP-STATE
           END-IF.

      * A blank address is allowed (it is optional on the record);
      * an unreadable reference file lets the address through rather
      * than stopping every create and update.
       VALIDATE-ZIP-STATE.
           CALL "CUSTOMER-ADDR-CHECK" USING ADDR-CHECK-CTX
           IF NOT ADCK-VALID
                   AND NOT ADCK-NO-ADDRESS
                   AND NOT ADCK-REF-UNAVAILABLE
               SET RESP-UNPROCESSABLE TO TRUE
               MOVE ADCK-MESSAGE TO RESP-MESSAGE
           END-IF.

       VALIDATE-STATUS-VALUE.
                           SET RESP-UNPROCESSABLE TO TRUE
                           MOVE "Supervisor override required"
                               TO RESP-MESSAGE
                       WHEN WS-TRANS-OVERRIDE-NEEDED = "Y"
                               AND NOT APPLYING-APPROVAL
                               AND NOT REQ-IS-SYNC-CORRECTION
                           SET PARK-FOR-APPROVAL TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.
