      * adjacent-record comparison on the sorted stream. There is no
      * in-memory candidate table and therefore no ceiling on the
      * population size a run can scan.
      *
      * A survivor whose marketing opt-in or contact preference is
      * filled from its duplicate has had its consent changed, so the
      * change is appended to the consent ledger (CONSENTL) as a
      * BATCH-channel MERGE, the way CUSTOMER-SERVICE records its own.
      *
      * Restart: a checkpoint goes to DEDUPCKP after every merge and
      * at the end of each pass (pass, sort key and id of the last
      * survivor merged, running counts, run timestamp). A rerun
      * after an abend skips the passes already finished and, in the
      * interrupted pass, skips every sort key below the last one
      * merged - the merged duplicates are soft-deleted and drop out
      * of the reload anyway, but a merge whose delete failed would
      * otherwise be made twice. The run timestamp carries over, so
      * the MERGERPT lines and the summary cover the whole run. Only
      * an unfinished checkpoint less than
      * CUSTOMER_DEDUPE_RESTART_HOURS (default 12) old is resumed.
      *
      * Unmerge: each MERGE audit line names the survivor fields the
      * merge filled in (filled=, one byte each for name, email,
      * address, contact preference and opt-in, "-" where untouched),
      * and two MERGE-DETAIL lines follow it carrying the duplicate's
      * own values as they stood before it was deleted. That is what
      * CUSTOMER-SERVICE's UNMERGE restores from. A pair a supervisor
      * has unmerged is on the do-not-merge list (CUSTDNM) and is
      * never folded together again, whichever way round it comes up.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MERGE-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT CONSENT-LEDGER-FILE ASSIGN TO "CONSENTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONSENT-FILE-STATUS.
           SELECT DEDUPE-CKPT-FILE ASSIGN TO "DEDUPCKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT DO-NOT-MERGE-FILE ASSIGN TO "CUSTDNM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DNM-FILE-STATUS.
           SELECT CAND-SORT-FILE ASSIGN TO "CANDSORT".

       DATA DIVISION.
           RECORDING MODE IS F.
       COPY "copybooks/MERGE-XREF-RECORD.cpy".

       FD  CONSENT-LEDGER-FILE
           RECORDING MODE IS F.
       COPY "copybooks/CONSENT-LEDGER-RECORD.cpy".

       FD  DEDUPE-CKPT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/DEDUPE-CKPT-RECORD.cpy".

       FD  DO-NOT-MERGE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/DO-NOT-MERGE-RECORD.cpy".

       SD  CAND-SORT-FILE.
       01  CAND-SORT-RECORD.
           05  CSORT-KEY             PIC X(72).
       01  WS-AUDIT-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-XREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CONSENT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-LIST-PAGE              PIC 9(4).
       01  WS-LIST-MORE-PAGES-FLAG   PIC X VALUE "Y".
           05  WS-DUPL-ID            PIC X(24).
           05  WS-DUPL-NAME          PIC X(60).
           05  WS-DUPL-EMAIL         PIC X(60).
           05  WS-DUPL-STATUS        PIC X(10).
           05  WS-DUPL-CREATED       PIC X(26).
           05  WS-DUPL-ADDR-LINE1    PIC X(40).
           05  WS-DUPL-ADDR-LINE2    PIC X(40).
           05  WS-DUPL-ADDR-ZIP      PIC X(10).
           05  WS-DUPL-CONTACT-PREF  PIC X(10).
           05  WS-DUPL-MKT-OPT-IN    PIC X(01).
      * The survivor's consent as it stood before the merge filled it.
       01  WS-SURV-OLD-CONTACT-PREF  PIC X(10).
       01  WS-SURV-OLD-MKT-OPT-IN    PIC X(01).
      * Which survivor fields the merge filled from the duplicate:
      * N(ame), E(mail), A(ddress), C(ontact preference), O(pt-in),
      * "-" in each position the merge left alone.
       01  WS-MERGE-FILLED.
           05  WS-FILLED-NAME        PIC X(01).
           05  WS-FILLED-EMAIL       PIC X(01).
           05  WS-FILLED-ADDRESS     PIC X(01).
           05  WS-FILLED-PREF        PIC X(01).
           05  WS-FILLED-OPT-IN      PIC X(01).

      *----------------------------------------------------------------
      * Do-not-merge list (CUSTDNM), written by UNMERGE. Read once per
      * matching pair, which is rare enough not to need a table.
      *----------------------------------------------------------------
       01  WS-DNM-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-DNM-EOF                PIC X VALUE "N".
           88  DNM-EOF                   VALUE "Y".
       01  WS-DNM-LISTED-FLAG        PIC X VALUE "N".
           88  PAIR-ON-DNM-LIST          VALUE "Y".
       01  WS-DNM-SKIP-COUNT         PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * Checkpoint/restart controls.
      *----------------------------------------------------------------
       01  WS-CKPT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CKPT-EOF               PIC X VALUE "N".
           88  CKPT-EOF                  VALUE "Y".
       01  WS-RESTART-HOURS          PIC 9(3) VALUE 12.
       01  WS-CKPT-ENV               PIC X(6).
       01  WS-CKPT-STATE             PIC X(08).
       01  WS-CKPT-PASS-DONE         PIC X(01).
       01  WS-RESUME-FLAG            PIC X VALUE "N".
           88  RESUMING-RUN              VALUE "Y".
       01  WS-RESUME-PASS-NO         PIC 9(1) VALUE 1.
       01  WS-RESUME-KEY             PIC X(72) VALUE SPACES.
       01  WS-NOW-TIMESTAMP          PIC X(26).
       01  WS-CKPT-AGE-MINUTES       PIC S9(9).
       01  WS-LAST-CKPT.
           05  WS-LAST-CKPT-STATE    PIC X(08) VALUE SPACES.
           05  WS-LAST-CKPT-TS       PIC X(26).
           05  WS-LAST-CKPT-RUN-TS   PIC X(26).
           05  WS-LAST-CKPT-PASS-NO  PIC 9(1).
           05  WS-LAST-CKPT-PASS-DONE PIC X(01).
           05  WS-LAST-CKPT-KEY      PIC X(72).
           05  WS-LAST-CKPT-SURV-ID  PIC X(24).
           05  WS-LAST-CKPT-SCANNED  PIC 9(9).
           05  WS-LAST-CKPT-MERGED   PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM OPEN-AUDIT-LOG
           PERFORM OPEN-MERGE-REPORT
           PERFORM OPEN-MERGE-XREF
           PERFORM OPEN-CONSENT-LEDGER
           PERFORM LOAD-RESTART-CONFIG
           PERFORM READ-DEDUPE-CHECKPOINT
           IF WS-RESUME-PASS-NO NOT > 1
               MOVE 1 TO WS-PASS-NO
               MOVE "EMAIL" TO WS-MATCH-REASON
               PERFORM RUN-DEDUPE-PASS
           END-IF
           IF WS-RESUME-PASS-NO NOT > 2
               MOVE 2 TO WS-PASS-NO
               MOVE "NAME+TIME" TO WS-MATCH-REASON
               PERFORM RUN-DEDUPE-PASS
           END-IF
           PERFORM WRITE-SUMMARY
           MOVE "COMPLETE" TO WS-CKPT-STATE
           MOVE "Y" TO WS-CKPT-PASS-DONE
           PERFORM WRITE-DEDUPE-CHECKPOINT
           CLOSE AUDIT-LOG-FILE
           CLOSE MERGE-REPORT-FILE
           CLOSE MERGE-XREF-FILE
           CLOSE CONSENT-LEDGER-FILE
           GOBACK.

       RUN-DEDUPE-PASS.
           ADD WS-RELEASED-COUNT TO WS-SCANNED-TOTAL
           DISPLAY "CUSTOMER-DEDUPE: pass " WS-PASS-NO " ("
               FUNCTION TRIM(WS-MATCH-REASON) ") scanned "
               WS-RELEASED-COUNT " candidate(s)"
           MOVE SPACES TO WS-RESUME-KEY
           MOVE SPACES TO WS-SURV-KEY WS-SURV-ID
           MOVE "RUNNING" TO WS-CKPT-STATE
           MOVE "Y" TO WS-CKPT-PASS-DONE
           PERFORM WRITE-DEDUPE-CHECKPOINT.

       LOAD-CANDIDATES.
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   AT END
                       SET SORT-RETURN-EOF TO TRUE
                   NOT AT END
                       IF CSORT-KEY NOT < WS-RESUME-KEY
                           PERFORM COMPARE-ADJACENT-CANDIDATE
                       END-IF
               END-RETURN
           END-PERFORM.

      *----------------------------------------------------------------
       COMPARE-ADJACENT-CANDIDATE.
           IF PRIOR-PRESENT AND CSORT-KEY = WS-SURV-KEY
               PERFORM CHECK-DO-NOT-MERGE
               IF PAIR-ON-DNM-LIST
                   PERFORM KEEP-PAIR-APART
               ELSE
                   IF CSORT-CREATED < WS-SURV-CREATED
      * The newcomer is older: it takes survivorship, the held
      * record becomes the duplicate.
                       MOVE WS-SURV-ID TO WS-DUPL-ID
                       MOVE WS-SURV-NAME TO WS-DUPL-NAME
                       MOVE WS-SURV-EMAIL TO WS-DUPL-EMAIL
                       MOVE WS-SURV-STATUS TO WS-DUPL-STATUS
                       MOVE WS-SURV-CREATED TO WS-DUPL-CREATED
                       MOVE WS-SURV-ADDR-LINE1 TO WS-DUPL-ADDR-LINE1
                       MOVE WS-SURV-ADDR-LINE2 TO WS-DUPL-ADDR-LINE2
                       MOVE WS-SURV-ADDR-CITY TO WS-DUPL-ADDR-CITY
                       MOVE WS-SURV-ADDR-STATE TO WS-DUPL-ADDR-STATE
                       MOVE WS-SURV-ADDR-ZIP TO WS-DUPL-ADDR-ZIP
                       MOVE WS-SURV-CONTACT-PREF TO WS-DUPL-CONTACT-PREF
                       MOVE WS-SURV-MKT-OPT-IN TO WS-DUPL-MKT-OPT-IN
                       PERFORM HOLD-CURRENT-AS-SURVIVOR
                   ELSE
                       MOVE CSORT-ID TO WS-DUPL-ID
                       MOVE CSORT-NAME TO WS-DUPL-NAME
                       MOVE CSORT-EMAIL TO WS-DUPL-EMAIL
                       MOVE CSORT-STATUS TO WS-DUPL-STATUS
                       MOVE CSORT-CREATED TO WS-DUPL-CREATED
                       MOVE CSORT-ADDR-LINE1 TO WS-DUPL-ADDR-LINE1
                       MOVE CSORT-ADDR-LINE2 TO WS-DUPL-ADDR-LINE2
                       MOVE CSORT-ADDR-CITY TO WS-DUPL-ADDR-CITY
                       MOVE CSORT-ADDR-STATE TO WS-DUPL-ADDR-STATE
                       MOVE CSORT-ADDR-ZIP TO WS-DUPL-ADDR-ZIP
                       MOVE CSORT-CONTACT-PREF TO WS-DUPL-CONTACT-PREF
                       MOVE CSORT-MKT-OPT-IN TO WS-DUPL-MKT-OPT-IN
                   END-IF
                   PERFORM MERGE-ONE-DUPLICATE
               END-IF
           ELSE
               PERFORM HOLD-CURRENT-AS-SURVIVOR
           END-IF.

      * Unmerged by a supervisor: the two stay apart, and the older
      * of them is held for the rest of the chain as usual.
       KEEP-PAIR-APART.
           ADD 1 TO WS-DNM-SKIP-COUNT
           DISPLAY "CUSTOMER-DEDUPE: "
               FUNCTION TRIM(CSORT-ID) " and "
               FUNCTION TRIM(WS-SURV-ID)
               " are on the do-not-merge list, not merged"
           IF CSORT-CREATED < WS-SURV-CREATED
               PERFORM HOLD-CURRENT-AS-SURVIVOR
           END-IF.

       CHECK-DO-NOT-MERGE.
           MOVE "N" TO WS-DNM-LISTED-FLAG
           MOVE "N" TO WS-DNM-EOF
           OPEN INPUT DO-NOT-MERGE-FILE
           IF WS-DNM-FILE-STATUS NOT = "00"
               SET DNM-EOF TO TRUE
           END-IF
           PERFORM UNTIL DNM-EOF OR PAIR-ON-DNM-LIST
               READ DO-NOT-MERGE-FILE
                   AT END
                       SET DNM-EOF TO TRUE
                   NOT AT END
                       IF (DNM-CUST-ID-1 = CSORT-ID
                               AND DNM-CUST-ID-2 = WS-SURV-ID)
                           OR (DNM-CUST-ID-1 = WS-SURV-ID
                               AND DNM-CUST-ID-2 = CSORT-ID)
                           SET PAIR-ON-DNM-LIST TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DNM-FILE-STATUS NOT = "35"
               CLOSE DO-NOT-MERGE-FILE
           END-IF.

       HOLD-CURRENT-AS-SURVIVOR.
           MOVE CSORT-KEY TO WS-SURV-KEY
           MOVE CSORT-ID TO WS-SURV-ID
      * be worse than either address alone.
      *----------------------------------------------------------------
       MERGE-ONE-DUPLICATE.
           MOVE "-----" TO WS-MERGE-FILLED
           IF WS-SURV-NAME = SPACES
               MOVE WS-DUPL-NAME TO WS-SURV-NAME
               IF WS-DUPL-NAME NOT = SPACES
                   MOVE "N" TO WS-FILLED-NAME
               END-IF
           END-IF
           IF WS-SURV-EMAIL = SPACES
               MOVE WS-DUPL-EMAIL TO WS-SURV-EMAIL
               IF WS-DUPL-EMAIL NOT = SPACES
                   MOVE "E" TO WS-FILLED-EMAIL
               END-IF
           END-IF
           IF WS-SURV-ADDR-LINE1 = SPACES
                   AND WS-DUPL-ADDR-LINE1 NOT = SPACES
               MOVE "A" TO WS-FILLED-ADDRESS
               MOVE WS-DUPL-ADDR-LINE1 TO WS-SURV-ADDR-LINE1
               MOVE WS-DUPL-ADDR-LINE2 TO WS-SURV-ADDR-LINE2
               MOVE WS-DUPL-ADDR-CITY TO WS-SURV-ADDR-CITY
               MOVE WS-DUPL-ADDR-STATE TO WS-SURV-ADDR-STATE
               MOVE WS-DUPL-ADDR-ZIP TO WS-SURV-ADDR-ZIP
           END-IF
           MOVE WS-SURV-CONTACT-PREF TO WS-SURV-OLD-CONTACT-PREF
           MOVE WS-SURV-MKT-OPT-IN TO WS-SURV-OLD-MKT-OPT-IN
           IF WS-SURV-CONTACT-PREF = SPACES
               MOVE WS-DUPL-CONTACT-PREF TO WS-SURV-CONTACT-PREF
               IF WS-DUPL-CONTACT-PREF NOT = SPACES
                   MOVE "C" TO WS-FILLED-PREF
               END-IF
           END-IF
           IF WS-SURV-MKT-OPT-IN = SPACES
               MOVE WS-DUPL-MKT-OPT-IN TO WS-SURV-MKT-OPT-IN
               IF WS-DUPL-MKT-OPT-IN NOT = SPACES
                   MOVE "O" TO WS-FILLED-OPT-IN
               END-IF
           END-IF
           PERFORM UPDATE-SURVIVOR-RECORD
           IF RESP-OK
               PERFORM WRITE-MERGE-CONSENT-LINE
           END-IF
           PERFORM DELETE-DUPLICATE-RECORD
           ADD 1 TO WS-MERGE-COUNT
           PERFORM WRITE-MERGE-REPORT-LINE
           PERFORM WRITE-MERGE-XREF-LINE
           PERFORM WRITE-MERGE-AUDIT-LINE
           MOVE "RUNNING" TO WS-CKPT-STATE
           MOVE "N" TO WS-CKPT-PASS-DONE
           PERFORM WRITE-DEDUPE-CHECKPOINT.

       UPDATE-SURVIVOR-RECORD.
           MOVE SPACES TO REQUEST-CTX
                   FUNCTION TRIM(WS-SURV-ID) DELIMITED BY SIZE
                   " reason=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MATCH-REASON) DELIMITED BY SIZE
                   " filled=" DELIMITED BY SIZE
                   WS-MERGE-FILLED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE "CUSTDEDU" TO AUDIT-USER
           MOVE SPACES TO AUDIT-OLD-VALUES
           MOVE WS-AUDIT-DETAIL TO AUDIT-NEW-VALUES
           WRITE AUDIT-LOG-RECORD
           PERFORM WRITE-MERGE-DETAIL-LINES.

      *----------------------------------------------------------------
      * The duplicate as it stood before the merge, full width, over
      * two lines: name / email, status and created time, then the
      * address / contact preference and opt-in.
      *----------------------------------------------------------------
       WRITE-MERGE-DETAIL-LINES.
           MOVE "MERGE-DETAIL" TO AUDIT-OPERATION
           MOVE "Pre-merge values of duplicate" TO AUDIT-RESP-MESSAGE
           MOVE SPACES TO AUDIT-OLD-VALUES AUDIT-NEW-VALUES
           STRING "name=" DELIMITED BY SIZE
                   WS-DUPL-NAME DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUES
           END-STRING
           STRING "email=" DELIMITED BY SIZE
                   WS-DUPL-EMAIL DELIMITED BY SIZE
                   ";status=" DELIMITED BY SIZE
                   WS-DUPL-STATUS DELIMITED BY SIZE
                   ";created=" DELIMITED BY SIZE
                   WS-DUPL-CREATED DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUES
           END-STRING
           WRITE AUDIT-LOG-RECORD
           MOVE SPACES TO AUDIT-OLD-VALUES AUDIT-NEW-VALUES
           STRING "addr1=" DELIMITED BY SIZE
                   WS-DUPL-ADDR-LINE1 DELIMITED BY SIZE
                   ";addr2=" DELIMITED BY SIZE
                   WS-DUPL-ADDR-LINE2 DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUES
           END-STRING
           STRING "city=" DELIMITED BY SIZE
                   WS-DUPL-ADDR-CITY DELIMITED BY SIZE
                   ";state=" DELIMITED BY SIZE
                   WS-DUPL-ADDR-STATE DELIMITED BY SIZE
                   ";zip=" DELIMITED BY SIZE
                   WS-DUPL-ADDR-ZIP DELIMITED BY SIZE
                   ";pref=" DELIMITED BY SIZE
                   WS-DUPL-CONTACT-PREF DELIMITED BY SIZE
                   ";optIn=" DELIMITED BY SIZE
                   WS-DUPL-MKT-OPT-IN DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUES
           END-STRING
           WRITE AUDIT-LOG-RECORD.

      *----------------------------------------------------------------
      * Same test CUSTOMER-SERVICE applies: an opt-in that changed,
      * or a contact preference moved to or from NONE.
      *----------------------------------------------------------------
       WRITE-MERGE-CONSENT-LINE.
           IF WS-SURV-MKT-OPT-IN NOT = WS-SURV-OLD-MKT-OPT-IN
                   OR (WS-SURV-CONTACT-PREF NOT =
                           WS-SURV-OLD-CONTACT-PREF
                       AND (WS-SURV-CONTACT-PREF = "NONE"
                           OR WS-SURV-OLD-CONTACT-PREF = "NONE"))
               MOVE SPACES TO CONSENT-LEDGER-RECORD
               MOVE FUNCTION CURRENT-DATE TO CONS-TIMESTAMP
               MOVE WS-SURV-ID TO CONS-CUST-ID
               SET CONS-CHANNEL-BATCH TO TRUE
               MOVE "CUSTDEDU" TO CONS-ACTOR
               MOVE "MERGE" TO CONS-OPERATION
               MOVE WS-SURV-OLD-MKT-OPT-IN TO CONS-PREV-OPT-IN
               MOVE WS-SURV-MKT-OPT-IN TO CONS-NEW-OPT-IN
               MOVE WS-SURV-OLD-CONTACT-PREF TO CONS-PREV-CONTACT-PREF
               MOVE WS-SURV-CONTACT-PREF TO CONS-NEW-CONTACT-PREF
               WRITE CONSENT-LEDGER-RECORD
           END-IF.

       EXTRACT-LIST-ITEM-FIELDS.
           MOVE SPACES TO WS-PARSE-ID WS-PARSE-NAME WS-PARSE-EMAIL
               WS-PARSE-STATUS WS-PARSE-CREATED
               END-UNSTRING
           END-IF.

       LOAD-RESTART-CONFIG.
           MOVE SPACES TO WS-CKPT-ENV
           ACCEPT WS-CKPT-ENV
               FROM ENVIRONMENT "CUSTOMER_DEDUPE_RESTART_HOURS"
           IF WS-CKPT-ENV NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-CKPT-ENV) TO WS-RESTART-HOURS
           END-IF.

      *----------------------------------------------------------------
      * The last checkpoint record decides, as in CUSTOMER-RECON: a
      * recent RUNNING entry is resumed - from the next pass if its
      * pass had finished, otherwise from its key - and anything
      * else starts a fresh run.
      *----------------------------------------------------------------
       READ-DEDUPE-CHECKPOINT.
           MOVE "N" TO WS-CKPT-EOF
           OPEN INPUT DEDUPE-CKPT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               PERFORM UNTIL CKPT-EOF
                   READ DEDUPE-CKPT-FILE
                       AT END
                           SET CKPT-EOF TO TRUE
                       NOT AT END
                           MOVE DCKP-STATE TO WS-LAST-CKPT-STATE
                           MOVE DCKP-TIMESTAMP TO WS-LAST-CKPT-TS
                           MOVE DCKP-RUN-TIMESTAMP
                               TO WS-LAST-CKPT-RUN-TS
                           MOVE DCKP-PASS-NO TO WS-LAST-CKPT-PASS-NO
                           MOVE DCKP-PASS-DONE
                               TO WS-LAST-CKPT-PASS-DONE
                           MOVE DCKP-LAST-KEY TO WS-LAST-CKPT-KEY
                           MOVE DCKP-LAST-SURVIVOR-ID
                               TO WS-LAST-CKPT-SURV-ID
                           MOVE DCKP-SCANNED-TOTAL
                               TO WS-LAST-CKPT-SCANNED
                           MOVE DCKP-MERGE-COUNT TO WS-LAST-CKPT-MERGED
                   END-READ
               END-PERFORM
               CLOSE DEDUPE-CKPT-FILE
           END-IF
           IF WS-LAST-CKPT-STATE = "RUNNING"
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP
               COMPUTE WS-CKPT-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NOW-TIMESTAMP(1:8)))
                    - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LAST-CKPT-TS(1:8)))) * 1440
                   + FUNCTION NUMVAL(WS-NOW-TIMESTAMP(9:2)) * 60
                   + FUNCTION NUMVAL(WS-NOW-TIMESTAMP(11:2))
                   - FUNCTION NUMVAL(WS-LAST-CKPT-TS(9:2)) * 60
                   - FUNCTION NUMVAL(WS-LAST-CKPT-TS(11:2))
               IF WS-CKPT-AGE-MINUTES < WS-RESTART-HOURS * 60
                   SET RESUMING-RUN TO TRUE
                   MOVE WS-LAST-CKPT-RUN-TS TO WS-RUN-TIMESTAMP
                   MOVE WS-LAST-CKPT-PASS-NO TO WS-PASS-NO
                   MOVE WS-LAST-CKPT-SCANNED TO WS-SCANNED-TOTAL
                   MOVE WS-LAST-CKPT-MERGED TO WS-MERGE-COUNT
                   IF WS-LAST-CKPT-PASS-DONE = "Y"
                       COMPUTE WS-RESUME-PASS-NO =
                           WS-LAST-CKPT-PASS-NO + 1
                       MOVE SPACES TO WS-RESUME-KEY
                   ELSE
                       MOVE WS-LAST-CKPT-PASS-NO TO WS-RESUME-PASS-NO
                       MOVE WS-LAST-CKPT-KEY TO WS-RESUME-KEY
                   END-IF
                   DISPLAY "CUSTOMER-DEDUPE: resuming run of "
                       WS-RUN-TIMESTAMP(1:14) " at pass "
                       WS-RESUME-PASS-NO ", " WS-MERGE-COUNT
                       " merge(s) already made"
                   IF WS-RESUME-KEY NOT = SPACES
                       DISPLAY "CUSTOMER-DEDUPE: last survivor merged "
                           FUNCTION TRIM(WS-LAST-CKPT-SURV-ID)
                   END-IF
               ELSE
                   DISPLAY "CUSTOMER-DEDUPE: unfinished checkpoint of "
                       WS-LAST-CKPT-TS(1:14) " is too old to resume, "
                       "starting a fresh run"
               END-IF
           END-IF.

       WRITE-DEDUPE-CHECKPOINT.
           OPEN EXTEND DEDUPE-CKPT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEDUPE-CKPT-FILE
           END-IF
           MOVE SPACES TO DEDUPE-CKPT-RECORD
           MOVE FUNCTION CURRENT-DATE TO DCKP-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP TO DCKP-RUN-TIMESTAMP
           MOVE WS-CKPT-STATE TO DCKP-STATE
           MOVE WS-PASS-NO TO DCKP-PASS-NO
           MOVE WS-CKPT-PASS-DONE TO DCKP-PASS-DONE
           MOVE WS-SURV-KEY TO DCKP-LAST-KEY
           MOVE WS-SURV-ID TO DCKP-LAST-SURVIVOR-ID
           MOVE WS-SCANNED-TOTAL TO DCKP-SCANNED-TOTAL
           MOVE WS-MERGE-COUNT TO DCKP-MERGE-COUNT
           WRITE DEDUPE-CKPT-RECORD
           CLOSE DEDUPE-CKPT-FILE.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-DEDUPE: scanned=" WS-SCANNED-TOTAL
               " merged=" WS-MERGE-COUNT
               " kept apart=" WS-DNM-SKIP-COUNT.

       OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-XREF-FILE-STATUS NOT = "00"
               OPEN OUTPUT MERGE-XREF-FILE
           END-IF.

       OPEN-CONSENT-LEDGER.
           OPEN EXTEND CONSENT-LEDGER-FILE
           IF WS-CONSENT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONSENT-LEDGER-FILE
           END-IF.
