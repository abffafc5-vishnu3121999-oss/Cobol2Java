       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SNAPSHOT.

      *----------------------------------------------------------------
      * As-of-date customer snapshot for legal and disputes: what did
      * the customer's record look like at the end of a given day?
      * CUSTOMER-HISTORY-REPORT lists the individual changes; this
      * program replays them. Every applied CREATE/UPDATE/DELETE/
      * ANONYMIZE/UNDELETE/RESTORE-PURGED/UNMERGE line in AUDITLOG
      * carries the name/email/status before and/or after the change,
      * so the values on the as-of date are the new values of the
      * customer's last applied change on or before it - or, when the
      * customer has no change that early on file, the old values of
      * its first change after it. A side that does not start name=
      * (purgedAt=, mergedInto=, unmergedFrom=) carries no values.
      * MERGE lines mark a duplicate folded into its survivor and the
      * duplicate's own UNMERGE line takes the mark off again; the
      * survivor's UNMERGE line gives its values after the put-back
      * as its old values less the fields it says it restored.
      * Customers purged since are picked up from PURGEARC, unless a
      * RESTORE-PURGED on or before the date followed the purge.
      *
      * Only applied changes count: a failed call changed nothing, and
      * an override UPDATE parked for four-eyes approval (202) records
      * what was asked for under requestedStatus=, not what was
      * applied - its approval writes its own UPDATE line.
      *
      * Gaps are reported, never filled in: history scrubbed after an
      * ANONYMIZE, a next change whose old values disagree with the
      * replayed state (something changed outside the audited path),
      * and customers known only from the purge archive are all
      * written with SNAP-HISTORY = GAP and the reason.
      *
      * Selection comes from the environment:
      *   CUSTOMER_SNAPSHOT_CUST_ID     customer to rebuild (blank =
      *                                 every customer on the trail)
      *   CUSTOMER_SNAPSHOT_AS_OF_DATE  YYYYMMDD, required
      * Ends RC 8 when the date is missing or AUDITLOG cannot be read
      * or the customer table overflows, RC 4 when nothing matched.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PURGE-ARCHIVE-FILE ASSIGN TO "PURGEARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY "copybooks/AUDIT-LOG-RECORD.cpy".

       FD  PURGE-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PURGE-ARCHIVE-RECORD.cpy".

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/SNAPSHOT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-ARCHIVE-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-SNAP-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF              PIC X VALUE "N".
           88  AUDIT-EOF                 VALUE "Y".
       01  WS-ARCHIVE-EOF            PIC X VALUE "N".
           88  ARCHIVE-EOF               VALUE "Y".

       01  WS-SELECT-CUST-ID         PIC X(24) VALUE SPACES.
       01  WS-AS-OF-DATE             PIC X(8) VALUE SPACES.
       01  WS-RUN-FAILED-FLAG        PIC X VALUE "N".
           88  RUN-FAILED                VALUE "Y".

      * The audit line being replayed.
       01  WS-LINE-OPERATION         PIC X(14).
           88  LINE-IS-CREATE            VALUE "CREATE".
           88  LINE-CARRIES-VALUES       VALUE "CREATE" "UPDATE"
                                               "DELETE" "ANONYMIZE"
                                               "UNDELETE"
                                               "RESTORE-PURGED"
                                               "UNMERGE".
           88  LINE-IS-RESTORE-PURGED    VALUE "RESTORE-PURGED".
           88  LINE-IS-UNMERGE           VALUE "UNMERGE".
           88  LINE-IS-MERGE             VALUE "MERGE".
           88  LINE-IS-SCRUB             VALUE "AUDIT-SCRUB".
       01  WS-LINE-RESP-CODE         PIC 9(3).
           88  LINE-APPLIED              VALUE 200 201 204.
       01  WS-LINE-ON-OR-BEFORE      PIC X VALUE "N".
           88  LINE-ON-OR-BEFORE         VALUE "Y".

      * One side (old or new) of an audit line, split into fields.
       01  WS-PARSE-VALUES           PIC X(120).
           88  PARSE-VALUES-SCRUBBED     VALUE "REDACTED".
       01  WS-PARSE-NAME             PIC X(60).
       01  WS-PARSE-EMAIL            PIC X(60).
       01  WS-PARSE-STATUS           PIC X(10).
       01  WS-PARSE-REASON           PIC X(10).
       01  WS-PARSE-MERGED-INTO      PIC X(24).
      * Fields the survivor's UNMERGE line says were put back (N E ..).
       01  WS-PARSE-RESTORED         PIC X(05).
       01  WS-JUNK                   PIC X(120).
       01  WS-REMAINDER              PIC X(120).

      * One entry per customer met on the trail or in the archive.
       01  WS-SN-MAX                 PIC 9(5) VALUE 10000.
       01  WS-SN-COUNT               PIC 9(5) VALUE 0.
       01  WS-SN-TABLE.
           05  WS-SN-ENTRY OCCURS 10000 TIMES INDEXED BY WS-SN-IDX.
               10  WS-SN-CUST-ID         PIC X(24).
               10  WS-SN-NAME            PIC X(60).
               10  WS-SN-EMAIL           PIC X(60).
               10  WS-SN-STATUS          PIC X(10).
               10  WS-SN-REASON          PIC X(10).
               10  WS-SN-VALUES-TS       PIC X(26).
               10  WS-SN-BASIS           PIC X(8).
               10  WS-SN-GAP             PIC X(10).
               10  WS-SN-MERGED-INTO     PIC X(24).
               10  WS-SN-CREATED-TS      PIC X(26).
               10  WS-SN-PURGED-TS       PIC X(26).
               10  WS-SN-ARCH-DELETED-TS PIC X(26).
               10  WS-SN-RESTORED-TS     PIC X(26).
               10  WS-SN-AFTER-FLAG      PIC X.
                   88  WS-SN-AFTER-SEEN      VALUE "Y".
               10  WS-SN-NOT-YET-FLAG    PIC X.
                   88  WS-SN-NOT-YET         VALUE "Y".
       01  WS-FOUND-FLAG             PIC X VALUE "N".
           88  SN-FOUND                  VALUE "Y".
       01  WS-OVERFLOW-FLAG          PIC X VALUE "N".
           88  SN-TABLE-OVERFLOW         VALUE "Y".

       01  WS-AUDIT-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-READ-COUNT     PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT          PIC 9(9) VALUE 0.
       01  WS-GAP-COUNT              PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM READ-SELECTION-CRITERIA
           IF NOT RUN-FAILED
               PERFORM REPLAY-AUDIT-LOG
           END-IF
           IF NOT RUN-FAILED
               PERFORM APPLY-PURGE-ARCHIVE
               PERFORM WRITE-SNAPSHOT-LINES
               DISPLAY "CUSTOMER-SNAPSHOT: custId="
                   FUNCTION TRIM(WS-SELECT-CUST-ID)
                   " asOf=" WS-AS-OF-DATE
                   " auditRead=" WS-AUDIT-READ-COUNT
                   " archiveRead=" WS-ARCHIVE-READ-COUNT
                   " written=" WS-WRITTEN-COUNT
                   " gaps=" WS-GAP-COUNT
           END-IF
           EVALUATE TRUE
               WHEN RUN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN SN-TABLE-OVERFLOW
                   DISPLAY "CUSTOMER-SNAPSHOT: more than " WS-SN-MAX
                       " customers - snapshot is incomplete, run it"
                       " per customer"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WRITTEN-COUNT = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       READ-SELECTION-CRITERIA.
           MOVE SPACES TO WS-SELECT-CUST-ID
           ACCEPT WS-SELECT-CUST-ID
               FROM ENVIRONMENT "CUSTOMER_SNAPSHOT_CUST_ID"
           MOVE SPACES TO WS-AS-OF-DATE
           ACCEPT WS-AS-OF-DATE
               FROM ENVIRONMENT "CUSTOMER_SNAPSHOT_AS_OF_DATE"
           IF WS-AS-OF-DATE IS NOT NUMERIC
               DISPLAY "CUSTOMER-SNAPSHOT: CUSTOMER_SNAPSHOT_AS_OF_DATE"
                   " must be YYYYMMDD, got '" WS-AS-OF-DATE "'"
               SET RUN-FAILED TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * AUDITLOG accumulates in time order, so one pass replays each
      * customer's chain in the order it happened.
      *----------------------------------------------------------------
       REPLAY-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-SNAPSHOT: cannot open audit log, "
                   "status=" WS-AUDIT-FILE-STATUS
               SET RUN-FAILED TO TRUE
               SET AUDIT-EOF TO TRUE
           END-IF
           PERFORM UNTIL AUDIT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       PERFORM REPLAY-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       REPLAY-ONE-AUDIT-LINE.
           MOVE AUDIT-OPERATION TO WS-LINE-OPERATION
           MOVE AUDIT-RESP-CODE TO WS-LINE-RESP-CODE
           IF (LINE-CARRIES-VALUES OR LINE-IS-MERGE OR LINE-IS-SCRUB)
                   AND AUDIT-CUST-ID NOT = SPACES
                   AND (WS-SELECT-CUST-ID = SPACES
                   OR AUDIT-CUST-ID = WS-SELECT-CUST-ID)
                   AND LINE-APPLIED
               MOVE AUDIT-CUST-ID TO WS-PARSE-MERGED-INTO
               PERFORM FIND-OR-ADD-CUSTOMER
               IF SN-FOUND
                   MOVE "N" TO WS-LINE-ON-OR-BEFORE
                   IF AUDIT-TIMESTAMP(1:8) NOT > WS-AS-OF-DATE
                       SET LINE-ON-OR-BEFORE TO TRUE
                   END-IF
                   EVALUATE TRUE
                       WHEN LINE-IS-SCRUB
                           CONTINUE
                       WHEN LINE-IS-MERGE
                           IF LINE-ON-OR-BEFORE
                               PERFORM APPLY-MERGE-LINE
                           END-IF
                       WHEN LINE-ON-OR-BEFORE
                           PERFORM APPLY-CHANGE-ON-OR-BEFORE
                       WHEN NOT WS-SN-AFTER-SEEN(WS-SN-IDX)
                           PERFORM APPLY-FIRST-CHANGE-AFTER
                   END-EVALUATE
               END-IF
           END-IF.

      * The customer id to look up arrives in WS-PARSE-MERGED-INTO so
      * the archive pass can share this paragraph.
       FIND-OR-ADD-CUSTOMER.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT OR SN-FOUND
               IF WS-SN-CUST-ID(WS-SN-IDX) = WS-PARSE-MERGED-INTO
                   SET SN-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SN-FOUND
               SET WS-SN-IDX DOWN BY 1
           ELSE
               IF WS-SN-COUNT < WS-SN-MAX
                   ADD 1 TO WS-SN-COUNT
                   SET WS-SN-IDX TO WS-SN-COUNT
                   MOVE SPACES TO WS-SN-ENTRY(WS-SN-IDX)
                   MOVE WS-PARSE-MERGED-INTO
                       TO WS-SN-CUST-ID(WS-SN-IDX)
                   MOVE "N" TO WS-SN-AFTER-FLAG(WS-SN-IDX)
                       WS-SN-NOT-YET-FLAG(WS-SN-IDX)
                   SET SN-FOUND TO TRUE
               ELSE
                   SET SN-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.

      * A change on or before the date: its new values are the state
      * from then on. A scrubbed line leaves the state unknowable.
      * The survivor's UNMERGE line is the one whose new side is not
      * values: its old values stand, less what was put back.
       APPLY-CHANGE-ON-OR-BEFORE.
           MOVE AUDIT-NEW-VALUES TO WS-PARSE-VALUES
           MOVE SPACES TO WS-PARSE-RESTORED
           IF LINE-IS-UNMERGE
               IF AUDIT-NEW-VALUES(1:13) = "unmergedFrom="
                   MOVE SPACES TO WS-JUNK WS-REMAINDER
                   UNSTRING AUDIT-NEW-VALUES DELIMITED BY " restored="
                       INTO WS-JUNK WS-REMAINDER
                   END-UNSTRING
                   MOVE WS-REMAINDER TO WS-PARSE-RESTORED
                   MOVE AUDIT-OLD-VALUES TO WS-PARSE-VALUES
               ELSE
                   MOVE SPACES TO WS-SN-MERGED-INTO(WS-SN-IDX)
               END-IF
           END-IF
           IF LINE-IS-RESTORE-PURGED
               MOVE AUDIT-TIMESTAMP TO WS-SN-RESTORED-TS(WS-SN-IDX)
           END-IF
           MOVE AUDIT-TIMESTAMP TO WS-SN-VALUES-TS(WS-SN-IDX)
           MOVE "AUDIT" TO WS-SN-BASIS(WS-SN-IDX)
           IF LINE-IS-CREATE
               MOVE AUDIT-TIMESTAMP TO WS-SN-CREATED-TS(WS-SN-IDX)
           END-IF
           IF PARSE-VALUES-SCRUBBED
               MOVE SPACES TO WS-SN-NAME(WS-SN-IDX)
                   WS-SN-EMAIL(WS-SN-IDX) WS-SN-STATUS(WS-SN-IDX)
                   WS-SN-REASON(WS-SN-IDX)
               MOVE "ERASED" TO WS-SN-GAP(WS-SN-IDX)
           ELSE
               PERFORM PARSE-AUDIT-VALUES
               IF WS-PARSE-RESTORED(1:1) = "N"
                   MOVE SPACES TO WS-PARSE-NAME
               END-IF
               IF WS-PARSE-RESTORED(2:1) = "E"
                   MOVE SPACES TO WS-PARSE-EMAIL
               END-IF
               MOVE WS-PARSE-NAME TO WS-SN-NAME(WS-SN-IDX)
               MOVE WS-PARSE-EMAIL TO WS-SN-EMAIL(WS-SN-IDX)
               MOVE WS-PARSE-STATUS TO WS-SN-STATUS(WS-SN-IDX)
               MOVE WS-PARSE-REASON TO WS-SN-REASON(WS-SN-IDX)
               MOVE SPACES TO WS-SN-GAP(WS-SN-IDX)
           END-IF.

      * The first change after the date. With no earlier change on
      * file its old values are the state on the date (a CREATE means
      * the customer did not exist yet); with one, its old status
      * must match what was replayed, or the chain is broken.
       APPLY-FIRST-CHANGE-AFTER.
           SET WS-SN-AFTER-SEEN(WS-SN-IDX) TO TRUE
           MOVE AUDIT-OLD-VALUES TO WS-PARSE-VALUES
           EVALUATE TRUE
               WHEN WS-SN-BASIS(WS-SN-IDX) = SPACES AND LINE-IS-CREATE
                   SET WS-SN-NOT-YET(WS-SN-IDX) TO TRUE
               WHEN PARSE-VALUES-SCRUBBED
                   IF WS-SN-BASIS(WS-SN-IDX) = SPACES
                       MOVE "ERASED" TO WS-SN-GAP(WS-SN-IDX)
                   END-IF
               WHEN WS-PARSE-VALUES = SPACES
                       OR WS-PARSE-VALUES(1:5) NOT = "name="
                   IF WS-SN-BASIS(WS-SN-IDX) = SPACES
                       MOVE "NOVALUES" TO WS-SN-GAP(WS-SN-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM PARSE-AUDIT-VALUES
                   IF WS-SN-BASIS(WS-SN-IDX) = SPACES
                       MOVE WS-PARSE-NAME TO WS-SN-NAME(WS-SN-IDX)
                       MOVE WS-PARSE-EMAIL TO WS-SN-EMAIL(WS-SN-IDX)
                       MOVE WS-PARSE-STATUS TO WS-SN-STATUS(WS-SN-IDX)
                       MOVE AUDIT-TIMESTAMP
                           TO WS-SN-VALUES-TS(WS-SN-IDX)
                       MOVE "PRIOR" TO WS-SN-BASIS(WS-SN-IDX)
                   ELSE
                       IF WS-SN-GAP(WS-SN-IDX) = SPACES
                               AND WS-PARSE-STATUS NOT = SPACES
                               AND WS-SN-STATUS(WS-SN-IDX) NOT = SPACES
                               AND WS-PARSE-STATUS
                                   NOT = WS-SN-STATUS(WS-SN-IDX)
                           MOVE "BROKEN" TO WS-SN-GAP(WS-SN-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       APPLY-MERGE-LINE.
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING AUDIT-NEW-VALUES DELIMITED BY "mergedInto="
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY SPACE
                   INTO WS-SN-MERGED-INTO(WS-SN-IDX)
               END-UNSTRING
           END-IF.

      * name=...;email=...;status=...[;reason=...] as written by
      * CUSTOMER-SERVICE's BUILD-AUDIT-OLD/NEW-VALUES.
       PARSE-AUDIT-VALUES.
           MOVE SPACES TO WS-PARSE-NAME WS-PARSE-EMAIL
               WS-PARSE-STATUS WS-PARSE-REASON
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-PARSE-VALUES DELIMITED BY "name="
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY ";"
                   INTO WS-PARSE-NAME
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-PARSE-VALUES DELIMITED BY ";email="
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY ";"
                   INTO WS-PARSE-EMAIL
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-PARSE-VALUES DELIMITED BY ";status="
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY ";"
                   INTO WS-PARSE-STATUS
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER
           UNSTRING WS-PARSE-VALUES DELIMITED BY ";reason="
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY ";"
                   INTO WS-PARSE-REASON
               END-UNSTRING
           END-IF.

      *----------------------------------------------------------------
      * PURGEARC: a purge on or before the date makes the customer
      * PURGED, unless a RESTORE-PURGED replayed from the trail came
      * after it. A customer the trail knows nothing about up to the
      * date takes the archived values when it had already been
      * deleted by then (a deleted customer cannot change); before
      * the deletion only its final values are known, so it is a gap.
      *----------------------------------------------------------------
       APPLY-PURGE-ARCHIVE.
           OPEN INPUT PURGE-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               SET ARCHIVE-EOF TO TRUE
           END-IF
           PERFORM UNTIL ARCHIVE-EOF
               READ PURGE-ARCHIVE-FILE
                   AT END
                       SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ-COUNT
                       PERFORM APPLY-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-FILE-STATUS NOT = "35"
               CLOSE PURGE-ARCHIVE-FILE
           END-IF.

       APPLY-ONE-ARCHIVE-RECORD.
           IF ARCH-CUST-ID NOT = SPACES
                   AND (WS-SELECT-CUST-ID = SPACES
                   OR ARCH-CUST-ID = WS-SELECT-CUST-ID)
               MOVE ARCH-CUST-ID TO WS-PARSE-MERGED-INTO
               PERFORM FIND-OR-ADD-CUSTOMER
               IF SN-FOUND
                   MOVE ARCH-DELETED-TS
                       TO WS-SN-ARCH-DELETED-TS(WS-SN-IDX)
                   IF ARCH-RUN-TIMESTAMP(1:8) NOT > WS-AS-OF-DATE
                           AND ARCH-RUN-TIMESTAMP
                               > WS-SN-RESTORED-TS(WS-SN-IDX)
                           AND ARCH-RUN-TIMESTAMP
                               > WS-SN-PURGED-TS(WS-SN-IDX)
                       MOVE ARCH-RUN-TIMESTAMP
                           TO WS-SN-PURGED-TS(WS-SN-IDX)
                   END-IF
                   IF WS-SN-BASIS(WS-SN-IDX) = SPACES
                           AND NOT WS-SN-NOT-YET(WS-SN-IDX)
                       IF ARCH-DELETED-TS(1:8) NOT > WS-AS-OF-DATE
                           MOVE ARCH-NAME TO WS-SN-NAME(WS-SN-IDX)
                           MOVE ARCH-EMAIL TO WS-SN-EMAIL(WS-SN-IDX)
                           MOVE ARCH-STATUS TO WS-SN-STATUS(WS-SN-IDX)
                           MOVE ARCH-DELETED-TS
                               TO WS-SN-VALUES-TS(WS-SN-IDX)
                           MOVE "PURGEARC" TO WS-SN-BASIS(WS-SN-IDX)
                           MOVE SPACES TO WS-SN-GAP(WS-SN-IDX)
                       ELSE
                           MOVE "NOHISTORY" TO WS-SN-GAP(WS-SN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One line per customer. In all-customer mode a customer not
      * yet created on the date is left out; asked for by id, it is
      * reported either way.
      *----------------------------------------------------------------
       WRITE-SNAPSHOT-LINES.
           OPEN OUTPUT SNAPSHOT-FILE
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SN-COUNT
               IF NOT WS-SN-NOT-YET(WS-SN-IDX)
                       OR WS-SELECT-CUST-ID NOT = SPACES
                   PERFORM WRITE-ONE-SNAPSHOT-LINE
               END-IF
           END-PERFORM
           IF WS-SN-COUNT = 0 AND WS-SELECT-CUST-ID NOT = SPACES
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE WS-AS-OF-DATE TO SNAP-AS-OF-DATE
               MOVE WS-SELECT-CUST-ID TO SNAP-CUST-ID
               SET SNAP-NOT-FOUND TO TRUE
               MOVE "No audit or purge-archive record for this id"
                   TO SNAP-DETAIL
               WRITE SNAPSHOT-RECORD
           END-IF
           CLOSE SNAPSHOT-FILE.

       WRITE-ONE-SNAPSHOT-LINE.
           IF WS-SN-BASIS(WS-SN-IDX) = SPACES
                   AND WS-SN-GAP(WS-SN-IDX) = SPACES
                   AND NOT WS-SN-NOT-YET(WS-SN-IDX)
               MOVE "NOVALUES" TO WS-SN-GAP(WS-SN-IDX)
           END-IF
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-AS-OF-DATE TO SNAP-AS-OF-DATE
           MOVE WS-SN-CUST-ID(WS-SN-IDX) TO SNAP-CUST-ID
           MOVE WS-SN-NAME(WS-SN-IDX) TO SNAP-NAME
           MOVE WS-SN-EMAIL(WS-SN-IDX) TO SNAP-EMAIL
           MOVE WS-SN-STATUS(WS-SN-IDX) TO SNAP-STATUS
           MOVE WS-SN-REASON(WS-SN-IDX) TO SNAP-STATUS-REASON
           MOVE WS-SN-VALUES-TS(WS-SN-IDX) TO SNAP-VALUES-TS
           MOVE WS-SN-BASIS(WS-SN-IDX) TO SNAP-BASIS
           MOVE WS-SN-MERGED-INTO(WS-SN-IDX) TO SNAP-MERGED-INTO
           MOVE WS-SN-CREATED-TS(WS-SN-IDX) TO SNAP-CREATED-TS
           MOVE WS-SN-GAP(WS-SN-IDX) TO SNAP-GAP-REASON
           EVALUATE TRUE
               WHEN WS-SN-NOT-YET(WS-SN-IDX)
                   SET SNAP-NOT-YET TO TRUE
               WHEN WS-SN-PURGED-TS(WS-SN-IDX) NOT = SPACES
                   SET SNAP-PURGED TO TRUE
               WHEN WS-SN-MERGED-INTO(WS-SN-IDX) NOT = SPACES
                   SET SNAP-MERGED TO TRUE
               WHEN WS-SN-STATUS(WS-SN-IDX) = "DELETED"
                   SET SNAP-DELETED TO TRUE
               WHEN OTHER
                   SET SNAP-ON-FILE TO TRUE
           END-EVALUATE
           IF WS-SN-GAP(WS-SN-IDX) = SPACES
               SET SNAP-HISTORY-COMPLETE TO TRUE
           ELSE
               SET SNAP-HISTORY-GAP TO TRUE
               ADD 1 TO WS-GAP-COUNT
           END-IF
           EVALUATE WS-SN-GAP(WS-SN-IDX)
               WHEN "ERASED"
                   MOVE "History scrubbed after ANONYMIZE - not known"
                       TO SNAP-DETAIL
               WHEN "BROKEN"
                   MOVE "Next change does not follow - unaudited change"
                       TO SNAP-DETAIL
               WHEN "NOHISTORY"
                   STRING "Only values at deletion known: "
                           DELIMITED BY SIZE
                           WS-SN-ARCH-DELETED-TS(WS-SN-IDX)(1:8)
                           DELIMITED BY SIZE
                       INTO SNAP-DETAIL
                   END-STRING
               WHEN "NOVALUES"
                   MOVE "No audit line on file carries field values"
                       TO SNAP-DETAIL
               WHEN OTHER
                   IF WS-SN-PURGED-TS(WS-SN-IDX) NOT = SPACES
                       STRING "Purged " DELIMITED BY SIZE
                               WS-SN-PURGED-TS(WS-SN-IDX)(1:8)
                               DELIMITED BY SIZE
                           INTO SNAP-DETAIL
                       END-STRING
                   END-IF
           END-EVALUATE
           WRITE SNAPSHOT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT.
