       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-INTEGRITY.

      *----------------------------------------------------------------
      * Weekly cross-file referential-integrity check. The customer
      * data set is spread over the Mongo customers and notes
      * collections, the merge cross-reference (CUSTXREF), the VSAM
      * master (CUSTMAST), the pending-hold file (TXNHOLD) and the
      * event outbox and its subscriber cursors (EVTOUTBX/EVTCURSR),
      * and each is maintained by a different job. This program
      * checks them against each other and reports every break on
      * INTGRPT, grouped by rule, each rule with a fixed severity:
      *
      *   RI01 HIGH    CUSTXREF survivor is not a live customer (and
      *                is not itself merged on), so a READ of the
      *                merged-away id dead-ends
      *   RI02 MEDIUM  CUSTXREF merged-away id is still live
      *   RI03 MEDIUM  notes held for an id with no customer record
      *   RI04 HIGH    CUSTMAST record for a customer gone from Mongo
      *   RI05 MEDIUM  CUSTMAST record for a soft-deleted customer
      *   RI06 LOW     live customer missing from CUSTMAST
      *   RI07 HIGH    TXNHOLD transaction for a merged-away id
      *   RI08 MEDIUM  TXNHOLD transaction for an id not in Mongo
      *   RI09 HIGH    EVTCURSR position past the end of EVTOUTBX
      *   RI10 LOW     EVTCURSR entry for an unknown subscriber
      *
      * CUSTXREF is append-only with the last entry for an id
      * winning, so it is first reduced to the pair in effect for
      * each merged-away id (XREFWORK). One sort keyed by customer id
      * then brings together, in this order within an id, the live
      * and the soft-deleted Mongo customers (paged from the
      * repository), the effective pairs under both of their ids,
      * the master records, the held transactions and every id the
      * live AUDITLOG mentions. By the time a master record or held
      * transaction comes back, what Mongo and CUSTXREF hold for
      * that id is already known. Notes can only be listed by
      * customer, so they are looked up for the ids that turn up
      * somewhere with no customer document behind them - the
      * audit log is what carries the ids of purged customers.
      *
      * Breaks go to a work file (INTGWORK), which is sorted by rule
      * for the report.
      *
      * RC 0 clean; RC 4 when only MEDIUM or LOW breaks were found;
      * RC 8 - which fires the job's step alert - on any HIGH break,
      * or when the check could not be made: CUSTMAST cannot be
      * opened, or the repository returns no live customers at all
      * (a Mongo outage would otherwise report every master record
      * as a break). Missing CUSTXREF, TXNHOLD, EVTCURSR, EVTOUTBX or
      * AUDITLOG datasets are read as empty.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MERGE-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT XREF-WORK-FILE ASSIGN TO "XREFWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XWORK-FILE-STATUS.
           SELECT TXN-HOLD-FILE ASSIGN TO "TXNHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT EVENT-OUTBOX-FILE ASSIGN TO "EVTOUTBX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-FILE-STATUS.
           SELECT EVENT-CURSOR-FILE ASSIGN TO "EVTCURSR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURSOR-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT EXCEPTION-WORK-FILE ASSIGN TO "INTGWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXWORK-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT XREF-SORT-FILE ASSIGN TO "XREFSORT".
           SELECT INTG-SORT-FILE ASSIGN TO "INTGSORT".
           SELECT EXCEPTION-SORT-FILE ASSIGN TO "EXCPSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY "copybooks/CUSTOMER-MASTER-RECORD.cpy".

       FD  MERGE-XREF-FILE
           RECORDING MODE IS F.
       COPY "copybooks/MERGE-XREF-RECORD.cpy".

      * The pair in effect for each merged-away id, in MERGE-XREF
      * layout.
       FD  XREF-WORK-FILE
           RECORDING MODE IS F.
       01  XREF-WORK-RECORD.
           05  XWRK-DUP-ID           PIC X(24).
           05  XWRK-SURVIVOR-ID      PIC X(24).
           05  XWRK-TIMESTAMP        PIC X(26).

       FD  TXN-HOLD-FILE
           RECORDING MODE IS F.
       COPY "copybooks/TXN-RECORD.cpy".

       FD  EVENT-OUTBOX-FILE
           RECORDING MODE IS F.
       COPY "copybooks/EVENT-OUTBOX-RECORD.cpy".

       FD  EVENT-CURSOR-FILE
           RECORDING MODE IS F.
       COPY "copybooks/EVENT-CURSOR-RECORD.cpy".

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY "copybooks/AUDIT-LOG-RECORD.cpy".

       FD  EXCEPTION-WORK-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-WORK-RECORD.
           05  EXW-RULE-NO           PIC 9(02).
           05  EXW-CUST-ID           PIC X(24).
           05  EXW-RELATED-ID        PIC X(24).
           05  EXW-DETAIL            PIC X(80).

       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/INTEGRITY-REPORT-RECORD.cpy".

      * XSORT-SEQ keeps each id's CUSTXREF entries in file order, so
      * the last one back for an id is the one in effect.
       SD  XREF-SORT-FILE.
       01  XREF-SORT-RECORD.
           05  XSORT-DUP-ID          PIC X(24).
           05  XSORT-SEQ             PIC 9(09).
           05  XSORT-SURVIVOR-ID     PIC X(24).
           05  XSORT-TIMESTAMP       PIC X(26).

      * ISORT-TYPE orders an id's group: what Mongo and CUSTXREF hold
      * first, then the records that are checked against them.
       SD  INTG-SORT-FILE.
       01  INTG-SORT-RECORD.
           05  ISORT-CUST-ID         PIC X(24).
           05  ISORT-TYPE            PIC X(01).
               88  ISORT-LIVE            VALUE "1".
               88  ISORT-DELETED         VALUE "2".
               88  ISORT-XREF-DUP        VALUE "3".
               88  ISORT-XREF-SURVIVOR   VALUE "4".
               88  ISORT-MASTER          VALUE "5".
               88  ISORT-HELD-TXN        VALUE "6".
               88  ISORT-AUDIT           VALUE "7".
           05  ISORT-RELATED-ID      PIC X(24).
           05  ISORT-STATUS          PIC X(10).
           05  ISORT-OPERATION       PIC X(14).
           05  ISORT-CORRELATION-ID  PIC X(36).

       SD  EXCEPTION-SORT-FILE.
       01  EXCEPTION-SORT-RECORD.
           05  EXS-RULE-NO           PIC 9(02).
           05  EXS-CUST-ID           PIC X(24).
           05  EXS-RELATED-ID        PIC X(24).
           05  EXS-DETAIL            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
       COPY "copybooks/CUSTOMER-REC.cpy".

       01  WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-XWORK-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HOLD-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-OUTBOX-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-CURSOR-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-EXWORK-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-FILE-EOF               PIC X VALUE "N".
           88  FILE-EOF                  VALUE "Y".
       01  WS-SORT-RETURN-EOF        PIC X VALUE "N".
           88  SORT-RETURN-EOF           VALUE "Y".
       01  WS-FILE-UNUSABLE-FLAG     PIC X VALUE "N".
           88  FILE-UNUSABLE             VALUE "Y".
       01  WS-CHECK-REFUSED-FLAG     PIC X VALUE "N".
           88  CHECK-REFUSED             VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

      *----------------------------------------------------------------
      * The rules, in report order. The severity decides the step's
      * return code.
      *----------------------------------------------------------------
       01  WS-RULE-TABLE-VALUES.
           05  FILLER PIC X(04) VALUE "RI01".
           05  FILLER PIC X(06) VALUE "HIGH".
           05  FILLER PIC X(60) VALUE
               "CUSTXREF survivor is not a live customer".
           05  FILLER PIC X(04) VALUE "RI02".
           05  FILLER PIC X(06) VALUE "MEDIUM".
           05  FILLER PIC X(60) VALUE
               "CUSTXREF merged-away id is still a live customer".
           05  FILLER PIC X(04) VALUE "RI03".
           05  FILLER PIC X(06) VALUE "MEDIUM".
           05  FILLER PIC X(60) VALUE
               "Notes held for a customer id with no customer record".
           05  FILLER PIC X(04) VALUE "RI04".
           05  FILLER PIC X(06) VALUE "HIGH".
           05  FILLER PIC X(60) VALUE
               "CUSTMAST record for a customer no longer in Mongo".
           05  FILLER PIC X(04) VALUE "RI05".
           05  FILLER PIC X(06) VALUE "MEDIUM".
           05  FILLER PIC X(60) VALUE
               "CUSTMAST record for a soft-deleted customer".
           05  FILLER PIC X(04) VALUE "RI06".
           05  FILLER PIC X(06) VALUE "LOW".
           05  FILLER PIC X(60) VALUE
               "Live customer missing from CUSTMAST".
           05  FILLER PIC X(04) VALUE "RI07".
           05  FILLER PIC X(06) VALUE "HIGH".
           05  FILLER PIC X(60) VALUE
               "TXNHOLD transaction for a merged-away customer id".
           05  FILLER PIC X(04) VALUE "RI08".
           05  FILLER PIC X(06) VALUE "MEDIUM".
           05  FILLER PIC X(60) VALUE
               "TXNHOLD transaction for a customer not in Mongo".
           05  FILLER PIC X(04) VALUE "RI09".
           05  FILLER PIC X(06) VALUE "HIGH".
           05  FILLER PIC X(60) VALUE
               "EVTCURSR position past the end of EVTOUTBX".
           05  FILLER PIC X(04) VALUE "RI10".
           05  FILLER PIC X(06) VALUE "LOW".
           05  FILLER PIC X(60) VALUE
               "EVTCURSR entry for an unknown subscriber".
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-VALUES.
           05  WS-RULE-ENTRY OCCURS 10 TIMES INDEXED BY WS-RULE-IDX.
               10  WS-RULE-ID            PIC X(04).
               10  WS-RULE-SEVERITY      PIC X(06).
                   88  WS-RULE-IS-HIGH       VALUE "HIGH".
                   88  WS-RULE-IS-MEDIUM     VALUE "MEDIUM".
               10  WS-RULE-DESCRIPTION   PIC X(60).
       01  WS-RULE-COUNT             PIC 9(02) VALUE 10.
       01  WS-RULE-BREAK-TABLE.
           05  WS-RULE-BREAKS        PIC 9(09) OCCURS 10 TIMES.
       01  WS-RULE-NO                PIC 9(02).

      * Subscribers CUSTOMER-EVENT-DISPATCH delivers to.
       01  WS-SUBSCRIBER-NAME-TABLE.
           05  FILLER PIC X(12) VALUE "COLLECTIONS".
           05  FILLER PIC X(12) VALUE "RISK".
           05  FILLER PIC X(12) VALUE "MARKETING".
       01  WS-SUBSCRIBER-NAMES REDEFINES WS-SUBSCRIBER-NAME-TABLE.
           05  WS-SUBSCRIBER-NAME OCCURS 3 TIMES
                                 INDEXED BY WS-SUB-NAME-IDX
                                 PIC X(12).
       01  WS-SUBSCRIBER-KNOWN-FLAG  PIC X VALUE "N".
           88  SUBSCRIBER-KNOWN          VALUE "Y".

      * The exception being written.
       01  WS-EXC-RULE-NO            PIC 9(02).
       01  WS-EXC-CUST-ID            PIC X(24).
       01  WS-EXC-RELATED-ID         PIC X(24).
       01  WS-EXC-DETAIL             PIC X(80).

       01  WS-XREF-SEQ               PIC 9(09) VALUE 0.
       01  WS-XREF-READ-COUNT        PIC 9(09) VALUE 0.
       01  WS-XREF-PAIR-COUNT        PIC 9(09) VALUE 0.
       01  WS-XREF-RETIRED-COUNT     PIC 9(09) VALUE 0.
       01  WS-XREF-HELD-FLAG         PIC X VALUE "N".
           88  XREF-HELD                 VALUE "Y".
       01  WS-XREF-HELD-RECORD.
           05  WS-XREF-HELD-DUP-ID   PIC X(24).
           05  WS-XREF-HELD-SURV-ID  PIC X(24).
           05  WS-XREF-HELD-TS       PIC X(26).

       01  WS-LIVE-COUNT             PIC 9(09) VALUE 0.
       01  WS-DELETED-COUNT          PIC 9(09) VALUE 0.
       01  WS-MASTER-COUNT           PIC 9(09) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(09) VALUE 0.
       01  WS-AUDIT-READ-COUNT       PIC 9(09) VALUE 0.
       01  WS-OUTBOX-COUNT           PIC 9(09) VALUE 0.
       01  WS-CURSOR-COUNT           PIC 9(09) VALUE 0.
       01  WS-NOTE-PROBE-COUNT       PIC 9(09) VALUE 0.
       01  WS-HIGH-BREAKS            PIC 9(09) VALUE 0.
       01  WS-MEDIUM-BREAKS          PIC 9(09) VALUE 0.
       01  WS-LOW-BREAKS             PIC 9(09) VALUE 0.
       01  WS-COUNT-ED               PIC Z(8)9.
       01  WS-COUNT-ED-2             PIC Z(8)9.

       01  WS-LIST-PAGE              PIC 9(4).
       01  WS-LIST-MORE-PAGES-FLAG   PIC X VALUE "Y".
           88  WS-LIST-MORE-PAGES        VALUE "Y".
           88  WS-LIST-NO-MORE-PAGES     VALUE "N".
       01  WS-LIST-FILTER            PIC X(10).
       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).
       01  WS-PARSE-ID               PIC X(24).
       01  WS-PARSE-STATUS           PIC X(10).

      * The current customer-id group coming back from the sort.
       01  WS-GROUP-CUST-ID          PIC X(24) VALUE SPACES.
       01  WS-GROUP-STARTED-FLAG     PIC X VALUE "N".
           88  GROUP-STARTED             VALUE "Y".
       01  WS-GROUP-LIVE-FLAG        PIC X.
           88  GROUP-LIVE                VALUE "Y".
       01  WS-GROUP-DELETED-FLAG     PIC X.
           88  GROUP-DELETED             VALUE "Y".
       01  WS-GROUP-MERGED-FLAG      PIC X.
           88  GROUP-MERGED              VALUE "Y".
       01  WS-GROUP-MASTER-FLAG      PIC X.
           88  GROUP-IN-MASTER           VALUE "Y".
       01  WS-GROUP-STATUS           PIC X(10).
       01  WS-GROUP-SURVIVOR-ID      PIC X(24).

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE ZEROS TO WS-RULE-BREAK-TABLE
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-INTEGRITY: cannot open master file, "
                   "status=" WS-MASTER-FILE-STATUS
               SET FILE-UNUSABLE TO TRUE
           ELSE
               SORT XREF-SORT-FILE
                   ON ASCENDING KEY XSORT-DUP-ID XSORT-SEQ
                   INPUT PROCEDURE IS RELEASE-XREF-ENTRIES
                   OUTPUT PROCEDURE IS KEEP-EFFECTIVE-XREF
               OPEN OUTPUT EXCEPTION-WORK-FILE
               MOVE "N" TO WS-SORT-RETURN-EOF
               SORT INTG-SORT-FILE
                   ON ASCENDING KEY ISORT-CUST-ID ISORT-TYPE
                   INPUT PROCEDURE IS RELEASE-CHECK-INPUTS
                   OUTPUT PROCEDURE IS CHECK-CUSTOMER-GROUPS
               IF NOT CHECK-REFUSED
                   PERFORM CHECK-EVENT-CURSORS
               END-IF
               CLOSE EXCEPTION-WORK-FILE
           END-IF
           PERFORM OPEN-REPORT-FILE
           IF NOT FILE-UNUSABLE AND NOT CHECK-REFUSED
               MOVE "N" TO WS-SORT-RETURN-EOF
               SORT EXCEPTION-SORT-FILE
                   ON ASCENDING KEY EXS-RULE-NO EXS-CUST-ID
                   USING EXCEPTION-WORK-FILE
                   OUTPUT PROCEDURE IS WRITE-RULE-GROUPS
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           EVALUATE TRUE
               WHEN FILE-UNUSABLE OR CHECK-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HIGH-BREAKS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MEDIUM-BREAKS > 0 OR WS-LOW-BREAKS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------------
      * CUSTXREF reduced to one pair per merged-away id: the last
      * entry for the id, unless that entry retires the merge (blank
      * survivor), in which case the id has no pair at all.
      *----------------------------------------------------------------
       RELEASE-XREF-ENTRIES.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL FILE-EOF
               READ MERGE-XREF-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF XREF-DUP-ID NOT = SPACES
                           ADD 1 TO WS-XREF-READ-COUNT
                           ADD 1 TO WS-XREF-SEQ
                           MOVE XREF-DUP-ID TO XSORT-DUP-ID
                           MOVE WS-XREF-SEQ TO XSORT-SEQ
                           MOVE XREF-SURVIVOR-ID TO XSORT-SURVIVOR-ID
                           MOVE XREF-TIMESTAMP TO XSORT-TIMESTAMP
                           RELEASE XREF-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-FILE-STATUS NOT = "35"
               CLOSE MERGE-XREF-FILE
           END-IF.

       KEEP-EFFECTIVE-XREF.
           OPEN OUTPUT XREF-WORK-FILE
           MOVE "N" TO WS-XREF-HELD-FLAG
           MOVE "N" TO WS-SORT-RETURN-EOF
           PERFORM UNTIL SORT-RETURN-EOF
               RETURN XREF-SORT-FILE
                   AT END
                       SET SORT-RETURN-EOF TO TRUE
                   NOT AT END
                       IF XREF-HELD AND
                               XSORT-DUP-ID NOT = WS-XREF-HELD-DUP-ID
                           PERFORM WRITE-EFFECTIVE-XREF
                       END-IF
                       MOVE XSORT-DUP-ID TO WS-XREF-HELD-DUP-ID
                       MOVE XSORT-SURVIVOR-ID TO WS-XREF-HELD-SURV-ID
                       MOVE XSORT-TIMESTAMP TO WS-XREF-HELD-TS
                       SET XREF-HELD TO TRUE
               END-RETURN
           END-PERFORM
           IF XREF-HELD
               PERFORM WRITE-EFFECTIVE-XREF
           END-IF
           CLOSE XREF-WORK-FILE.

       WRITE-EFFECTIVE-XREF.
           IF WS-XREF-HELD-SURV-ID = SPACES
               ADD 1 TO WS-XREF-RETIRED-COUNT
           ELSE
               MOVE WS-XREF-HELD-RECORD TO XREF-WORK-RECORD
               WRITE XREF-WORK-RECORD
               ADD 1 TO WS-XREF-PAIR-COUNT
           END-IF.

       RELEASE-CHECK-INPUTS.
           MOVE SPACES TO WS-LIST-FILTER
           PERFORM RELEASE-MONGO-CUSTOMERS
           MOVE "DELETED" TO WS-LIST-FILTER
           PERFORM RELEASE-MONGO-CUSTOMERS
           PERFORM RELEASE-EFFECTIVE-XREF
           PERFORM RELEASE-MASTER-RECORDS
           PERFORM RELEASE-HELD-TRANSACTIONS
           PERFORM RELEASE-AUDIT-IDS.

      * A blank filter lists every customer that is not soft-deleted;
      * DELETED lists only those.
       RELEASE-MONGO-CUSTOMERS.
           MOVE 1 TO WS-LIST-PAGE
           SET WS-LIST-MORE-PAGES TO TRUE
           PERFORM UNTIL NOT WS-LIST-MORE-PAGES
               MOVE SPACES TO REQUEST-CTX
               MOVE "LIST" TO REQ-OPERATION
               MOVE WS-LIST-FILTER TO REQ-STATUS-FILTER
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
                   PERFORM RELEASE-ONE-MONGO-CUSTOMER
               END-PERFORM
               IF RESP-LIST-COUNT < REQ-PAGE-SIZE
                   SET WS-LIST-NO-MORE-PAGES TO TRUE
               ELSE
                   ADD 1 TO WS-LIST-PAGE
               END-IF
           END-PERFORM.

       RELEASE-ONE-MONGO-CUSTOMER.
           PERFORM EXTRACT-LIST-ITEM-FIELDS
           IF WS-PARSE-ID NOT = SPACES
               MOVE SPACES TO INTG-SORT-RECORD
               MOVE WS-PARSE-ID TO ISORT-CUST-ID
               MOVE WS-PARSE-STATUS TO ISORT-STATUS
               IF WS-LIST-FILTER = "DELETED"
                   SET ISORT-DELETED TO TRUE
                   ADD 1 TO WS-DELETED-COUNT
               ELSE
                   SET ISORT-LIVE TO TRUE
                   ADD 1 TO WS-LIVE-COUNT
               END-IF
               RELEASE INTG-SORT-RECORD
           END-IF.

       EXTRACT-LIST-ITEM-FIELDS.
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-STATUS
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
                   DELIMITED BY """status"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-PARSE-STATUS
               END-UNSTRING
           END-IF.

      * Each effective pair goes in under both ids: the merged-away
      * id learns its survivor, the survivor is checked for life.
       RELEASE-EFFECTIVE-XREF.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT XREF-WORK-FILE
           IF WS-XWORK-FILE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL FILE-EOF
               READ XREF-WORK-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO INTG-SORT-RECORD
                       MOVE XWRK-DUP-ID TO ISORT-CUST-ID
                       SET ISORT-XREF-DUP TO TRUE
                       MOVE XWRK-SURVIVOR-ID TO ISORT-RELATED-ID
                       RELEASE INTG-SORT-RECORD
                       MOVE SPACES TO INTG-SORT-RECORD
                       MOVE XWRK-SURVIVOR-ID TO ISORT-CUST-ID
                       SET ISORT-XREF-SURVIVOR TO TRUE
                       MOVE XWRK-DUP-ID TO ISORT-RELATED-ID
                       RELEASE INTG-SORT-RECORD
               END-READ
           END-PERFORM
           IF WS-XWORK-FILE-STATUS NOT = "35"
               CLOSE XREF-WORK-FILE
           END-IF.

       RELEASE-MASTER-RECORDS.
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL FILE-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       MOVE SPACES TO INTG-SORT-RECORD
                       MOVE MASTER-CUST-ID TO ISORT-CUST-ID
                       SET ISORT-MASTER TO TRUE
                       MOVE MASTER-CUST-STATUS TO ISORT-STATUS
                       RELEASE INTG-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE.

      * CREATEs held without an id draw theirs when released, so
      * only held records carrying an id are checked.
       RELEASE-HELD-TRANSACTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TXN-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL FILE-EOF
               READ TXN-HOLD-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF NOT TXN-IS-TRAILER
                               AND TXN-CUST-ID NOT = SPACES
                           ADD 1 TO WS-HELD-COUNT
                           MOVE SPACES TO INTG-SORT-RECORD
                           MOVE TXN-CUST-ID TO ISORT-CUST-ID
                           SET ISORT-HELD-TXN TO TRUE
                           MOVE TXN-OPERATION TO ISORT-OPERATION
                           MOVE TXN-CORRELATION-ID
                               TO ISORT-CORRELATION-ID
                           RELEASE INTG-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-FILE-STATUS NOT = "35"
               CLOSE TXN-HOLD-FILE
           END-IF.

       RELEASE-AUDIT-IDS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL FILE-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       IF AUDIT-CUST-ID NOT = SPACES
                           MOVE SPACES TO INTG-SORT-RECORD
                           MOVE AUDIT-CUST-ID TO ISORT-CUST-ID
                           SET ISORT-AUDIT TO TRUE
                           RELEASE INTG-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       CHECK-CUSTOMER-GROUPS.
           IF WS-LIVE-COUNT = 0
               DISPLAY "CUSTOMER-INTEGRITY: customer list came back "
                   "empty; nothing checked"
               SET CHECK-REFUSED TO TRUE
           ELSE
               PERFORM UNTIL SORT-RETURN-EOF
                   RETURN INTG-SORT-FILE
                       AT END
                           SET SORT-RETURN-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-SORT-RECORD
                   END-RETURN
               END-PERFORM
               IF GROUP-STARTED
                   PERFORM FINISH-CUSTOMER-GROUP
               END-IF
           END-IF.

       CHECK-ONE-SORT-RECORD.
           IF NOT GROUP-STARTED
                   OR ISORT-CUST-ID NOT = WS-GROUP-CUST-ID
               IF GROUP-STARTED
                   PERFORM FINISH-CUSTOMER-GROUP
               END-IF
               SET GROUP-STARTED TO TRUE
               MOVE ISORT-CUST-ID TO WS-GROUP-CUST-ID
               MOVE "N" TO WS-GROUP-LIVE-FLAG WS-GROUP-DELETED-FLAG
                   WS-GROUP-MERGED-FLAG WS-GROUP-MASTER-FLAG
               MOVE SPACES TO WS-GROUP-STATUS WS-GROUP-SURVIVOR-ID
           END-IF
           EVALUATE TRUE
               WHEN ISORT-LIVE
                   SET GROUP-LIVE TO TRUE
                   MOVE ISORT-STATUS TO WS-GROUP-STATUS
               WHEN ISORT-DELETED
                   SET GROUP-DELETED TO TRUE
               WHEN ISORT-XREF-DUP
                   PERFORM CHECK-MERGED-AWAY-ID
               WHEN ISORT-XREF-SURVIVOR
                   PERFORM CHECK-XREF-SURVIVOR
               WHEN ISORT-MASTER
                   PERFORM CHECK-MASTER-RECORD
               WHEN ISORT-HELD-TXN
                   PERFORM CHECK-HELD-TRANSACTION
           END-EVALUATE.

       CHECK-MERGED-AWAY-ID.
           SET GROUP-MERGED TO TRUE
           MOVE ISORT-RELATED-ID TO WS-GROUP-SURVIVOR-ID
           IF GROUP-LIVE
               MOVE 2 TO WS-EXC-RULE-NO
               MOVE WS-GROUP-CUST-ID TO WS-EXC-CUST-ID
               MOVE ISORT-RELATED-ID TO WS-EXC-RELATED-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "Merged into the related id but still "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GROUP-STATUS)
                           DELIMITED BY SIZE
                       "; READ never reaches the survivor"
                           DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF.

      * A survivor that was itself merged on later is fine: the READ
      * follows the chain, and the next pair is checked on its own.
       CHECK-XREF-SURVIVOR.
           IF NOT GROUP-LIVE AND NOT GROUP-MERGED
               MOVE 1 TO WS-EXC-RULE-NO
               MOVE ISORT-RELATED-ID TO WS-EXC-CUST-ID
               MOVE WS-GROUP-CUST-ID TO WS-EXC-RELATED-ID
               IF GROUP-DELETED
                   MOVE "Survivor (related id) is soft-deleted"
                       TO WS-EXC-DETAIL
               ELSE
                   MOVE "Survivor (related id) has no customer record"
                       TO WS-EXC-DETAIL
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-MASTER-RECORD.
           SET GROUP-IN-MASTER TO TRUE
           IF NOT GROUP-LIVE
               MOVE WS-GROUP-CUST-ID TO WS-EXC-CUST-ID
               MOVE SPACES TO WS-EXC-RELATED-ID WS-EXC-DETAIL
               IF GROUP-DELETED
                   MOVE 5 TO WS-EXC-RULE-NO
                   STRING "Master still holds it as " DELIMITED BY SIZE
                           FUNCTION TRIM(ISORT-STATUS)
                               DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
               ELSE
                   MOVE 4 TO WS-EXC-RULE-NO
                   STRING "Master holds it as " DELIMITED BY SIZE
                           FUNCTION TRIM(ISORT-STATUS)
                               DELIMITED BY SIZE
                           "; no Mongo document" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-HELD-TRANSACTION.
           MOVE WS-GROUP-CUST-ID TO WS-EXC-CUST-ID
           MOVE SPACES TO WS-EXC-RELATED-ID WS-EXC-DETAIL
           EVALUATE TRUE
               WHEN GROUP-MERGED
                   MOVE 7 TO WS-EXC-RULE-NO
                   MOVE WS-GROUP-SURVIVOR-ID TO WS-EXC-RELATED-ID
                   PERFORM FORMAT-HELD-TXN-DETAIL
                   PERFORM WRITE-EXCEPTION
               WHEN NOT GROUP-LIVE AND NOT GROUP-DELETED
                       AND ISORT-OPERATION NOT = "CREATE"
                   MOVE 8 TO WS-EXC-RULE-NO
                   PERFORM FORMAT-HELD-TXN-DETAIL
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.

       FORMAT-HELD-TXN-DETAIL.
           STRING "Held " DELIMITED BY SIZE
                   FUNCTION TRIM(ISORT-OPERATION) DELIMITED BY SIZE
                   " correlation " DELIMITED BY SIZE
                   FUNCTION TRIM(ISORT-CORRELATION-ID)
                       DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING.

      *----------------------------------------------------------------
      * Once everything for an id is in: a live customer the master
      * lacks (the master load only carries ACTIVE, INACTIVE and
      * SUSPENDED), and notes still listed for an id with no
      * customer document at all.
      *----------------------------------------------------------------
       FINISH-CUSTOMER-GROUP.
           IF GROUP-LIVE AND NOT GROUP-IN-MASTER
                   AND (WS-GROUP-STATUS = "ACTIVE"
                       OR WS-GROUP-STATUS = "INACTIVE"
                       OR WS-GROUP-STATUS = "SUSPENDED")
               MOVE 6 TO WS-EXC-RULE-NO
               MOVE WS-GROUP-CUST-ID TO WS-EXC-CUST-ID
               MOVE SPACES TO WS-EXC-RELATED-ID WS-EXC-DETAIL
               STRING FUNCTION TRIM(WS-GROUP-STATUS) DELIMITED BY SIZE
                       " in Mongo; not on the master until the next "
                           DELIMITED BY SIZE
                       "CUSTMLOAD" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF NOT GROUP-LIVE AND NOT GROUP-DELETED
               PERFORM PROBE-ORPHAN-NOTES
           END-IF.

       PROBE-ORPHAN-NOTES.
           ADD 1 TO WS-NOTE-PROBE-COUNT
           MOVE SPACES TO REQUEST-CTX
           MOVE "NOTE-LIST" TO REQ-OPERATION
           MOVE WS-GROUP-CUST-ID TO REQ-CUST-ID
           MOVE 1 TO REQ-PAGE
           MOVE 100 TO REQ-PAGE-SIZE
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT
           MOVE SPACES TO CUSTOMER-REC
           CALL "CUSTOMER-REPOSITORY"
               USING REQUEST-CTX RESPONSE-CTX CUSTOMER-REC
           IF RESP-OK AND RESP-LIST-COUNT > 0
               MOVE 3 TO WS-EXC-RULE-NO
               MOVE WS-GROUP-CUST-ID TO WS-EXC-CUST-ID
               MOVE SPACES TO WS-EXC-RELATED-ID WS-EXC-DETAIL
               MOVE RESP-LIST-COUNT TO WS-COUNT-ED
               STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       " note(s) listed; no customer document"
                           DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               IF RESP-LIST-COUNT NOT < REQ-PAGE-SIZE
                   MOVE "100 or more notes listed; no customer document"
                       TO WS-EXC-DETAIL
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * Cursors are absolute record counts into the live outbox
      * (CUSTOMER-LOG-HOUSEKEEP rebases them when it trims it), so a
      * cursor past the end means the outbox was replaced or rolled
      * without its cursors, and events appended from here on will
      * be skipped for that subscriber until the outbox catches up.
      *----------------------------------------------------------------
       CHECK-EVENT-CURSORS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT EVENT-OUTBOX-FILE
           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL FILE-EOF
               READ EVENT-OUTBOX-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-OUTBOX-COUNT
               END-READ
           END-PERFORM
           IF WS-OUTBOX-FILE-STATUS NOT = "35"
               CLOSE EVENT-OUTBOX-FILE
           END-IF
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT EVENT-CURSOR-FILE
           IF WS-CURSOR-FILE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF
           PERFORM UNTIL FILE-EOF
               READ EVENT-CURSOR-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CURSOR-COUNT
                       PERFORM CHECK-ONE-CURSOR
               END-READ
           END-PERFORM
           IF WS-CURSOR-FILE-STATUS NOT = "35"
               CLOSE EVENT-CURSOR-FILE
           END-IF.

       CHECK-ONE-CURSOR.
           MOVE SPACES TO WS-EXC-CUST-ID
           MOVE CURS-SUBSCRIBER TO WS-EXC-RELATED-ID
           IF CURS-DELIVERED-COUNT > WS-OUTBOX-COUNT
               MOVE 9 TO WS-EXC-RULE-NO
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE CURS-DELIVERED-COUNT TO WS-COUNT-ED
               MOVE WS-OUTBOX-COUNT TO WS-COUNT-ED-2
               STRING "Cursor at " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                       ", outbox holds " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
                       " record(s)" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           MOVE "N" TO WS-SUBSCRIBER-KNOWN-FLAG
           PERFORM VARYING WS-SUB-NAME-IDX FROM 1 BY 1
                   UNTIL WS-SUB-NAME-IDX > 3
               IF WS-SUBSCRIBER-NAME(WS-SUB-NAME-IDX)
                       = CURS-SUBSCRIBER
                   SET SUBSCRIBER-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT SUBSCRIBER-KNOWN
               MOVE 10 TO WS-EXC-RULE-NO
               MOVE "No such subscriber in CUSTOMER-EVENT-DISPATCH"
                   TO WS-EXC-DETAIL
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           MOVE WS-EXC-RULE-NO TO EXW-RULE-NO
           MOVE WS-EXC-CUST-ID TO EXW-CUST-ID
           MOVE WS-EXC-RELATED-ID TO EXW-RELATED-ID
           MOVE WS-EXC-DETAIL TO EXW-DETAIL
           WRITE EXCEPTION-WORK-RECORD
           ADD 1 TO WS-RULE-BREAKS(WS-EXC-RULE-NO)
           SET WS-RULE-IDX TO WS-EXC-RULE-NO
           EVALUATE TRUE
               WHEN WS-RULE-IS-HIGH(WS-RULE-IDX)
                   ADD 1 TO WS-HIGH-BREAKS
               WHEN WS-RULE-IS-MEDIUM(WS-RULE-IDX)
                   ADD 1 TO WS-MEDIUM-BREAKS
               WHEN OTHER
                   ADD 1 TO WS-LOW-BREAKS
           END-EVALUATE.

       OPEN-REPORT-FILE.
           OPEN EXTEND INTEGRITY-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               OPEN OUTPUT INTEGRITY-REPORT-FILE
           END-IF.

      *----------------------------------------------------------------
      * Every rule gets its header and total, breaks or not, so the
      * report always shows what was checked.
      *----------------------------------------------------------------
       WRITE-RULE-GROUPS.
           PERFORM RETURN-NEXT-EXCEPTION
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > WS-RULE-COUNT
               SET WS-RULE-IDX TO WS-RULE-NO
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               MOVE WS-RUN-TIMESTAMP TO INTG-RUN-TIMESTAMP
               SET INTG-HEADER TO TRUE
               MOVE WS-RULE-ID(WS-RULE-IDX) TO INTG-RULE-ID
               MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO INTG-SEVERITY
               MOVE WS-RULE-DESCRIPTION(WS-RULE-IDX) TO INTG-DETAIL
               WRITE INTEGRITY-REPORT-RECORD
               PERFORM UNTIL SORT-RETURN-EOF
                       OR EXS-RULE-NO NOT = WS-RULE-NO
                   PERFORM WRITE-BREAK-LINE
                   PERFORM RETURN-NEXT-EXCEPTION
               END-PERFORM
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               MOVE WS-RUN-TIMESTAMP TO INTG-RUN-TIMESTAMP
               SET INTG-TOTAL TO TRUE
               MOVE WS-RULE-ID(WS-RULE-IDX) TO INTG-RULE-ID
               MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO INTG-SEVERITY
               MOVE WS-RULE-BREAKS(WS-RULE-NO) TO WS-COUNT-ED
               STRING "Breaks: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO INTG-DETAIL
               END-STRING
               WRITE INTEGRITY-REPORT-RECORD
           END-PERFORM.

       RETURN-NEXT-EXCEPTION.
           RETURN EXCEPTION-SORT-FILE
               AT END
                   SET SORT-RETURN-EOF TO TRUE
           END-RETURN.

       WRITE-BREAK-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           MOVE WS-RUN-TIMESTAMP TO INTG-RUN-TIMESTAMP
           SET INTG-BREAK TO TRUE
           MOVE WS-RULE-ID(WS-RULE-IDX) TO INTG-RULE-ID
           MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO INTG-SEVERITY
           MOVE EXS-CUST-ID TO INTG-CUST-ID
           MOVE EXS-RELATED-ID TO INTG-RELATED-ID
           MOVE EXS-DETAIL TO INTG-DETAIL
           WRITE INTEGRITY-REPORT-RECORD.

       WRITE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           MOVE WS-RUN-TIMESTAMP TO INTG-RUN-TIMESTAMP
           SET INTG-SUMMARY TO TRUE
           EVALUATE TRUE
               WHEN FILE-UNUSABLE
                   STRING "Master file could not be opened; "
                               DELIMITED BY SIZE
                           "nothing checked" DELIMITED BY SIZE
                       INTO INTG-DETAIL
                   END-STRING
                   WRITE INTEGRITY-REPORT-RECORD
               WHEN CHECK-REFUSED
                   STRING "No live customers came back from Mongo; "
                               DELIMITED BY SIZE
                           "nothing checked" DELIMITED BY SIZE
                       INTO INTG-DETAIL
                   END-STRING
                   WRITE INTEGRITY-REPORT-RECORD
               WHEN OTHER
                   PERFORM WRITE-SUMMARY-COUNTS
           END-EVALUATE
           DISPLAY "CUSTOMER-INTEGRITY: live=" WS-LIVE-COUNT
               " deleted=" WS-DELETED-COUNT
               " master=" WS-MASTER-COUNT
               " xref-pairs=" WS-XREF-PAIR-COUNT
               " held=" WS-HELD-COUNT
               " cursors=" WS-CURSOR-COUNT
           DISPLAY "CUSTOMER-INTEGRITY: breaks high=" WS-HIGH-BREAKS
               " medium=" WS-MEDIUM-BREAKS
               " low=" WS-LOW-BREAKS.

       WRITE-SUMMARY-COUNTS.
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-LIVE-COUNT TO WS-COUNT-ED
           MOVE WS-DELETED-COUNT TO WS-COUNT-ED-2
           STRING "Mongo customers live/soft-deleted: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-XREF-PAIR-COUNT TO WS-COUNT-ED
           MOVE WS-XREF-RETIRED-COUNT TO WS-COUNT-ED-2
           STRING "CUSTXREF pairs in effect/retired: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-MASTER-COUNT TO WS-COUNT-ED
           MOVE WS-HELD-COUNT TO WS-COUNT-ED-2
           STRING "Master records/held transactions: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-OUTBOX-COUNT TO WS-COUNT-ED
           MOVE WS-CURSOR-COUNT TO WS-COUNT-ED-2
           STRING "Outbox records/subscriber cursors: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-NOTE-PROBE-COUNT TO WS-COUNT-ED
           STRING "Ids without a customer document probed for notes: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-HIGH-BREAKS TO WS-COUNT-ED
           STRING "HIGH breaks: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTG-DETAIL
           MOVE WS-MEDIUM-BREAKS TO WS-COUNT-ED
           MOVE WS-LOW-BREAKS TO WS-COUNT-ED-2
           STRING "MEDIUM/LOW breaks: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED-2) DELIMITED BY SIZE
               INTO INTG-DETAIL
           END-STRING
           WRITE INTEGRITY-REPORT-RECORD.
