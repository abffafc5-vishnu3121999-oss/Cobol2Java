       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-CASE-LOAD.

      *----------------------------------------------------------------
      * Nightly load of the exception work queue. Tonight's bad work
      * is spread over three files - the EDITRPT rejects from
      * CUSTOMER-TXN-EDIT, the TXNDUPQ duplicate quarantine from
      * CUSTOMER-API and the DEADPARK parked dead letters from
      * CUSTOMER-DEADLETTER-REPLAY - and each new entry in any of
      * them is opened here as a case on the persistent EXCCASES
      * file, carrying its source, the time the exception arose and
      * the original transaction image. Operators claim and close
      * the cases from the CUSTOMER-INQUIRY work-queue screen.
      *
      * CASECTL remembers how far each source has been loaded, so a
      * rerun never opens the same exception twice: EDITRPT by the
      * last edit run's timestamp, DEADPARK by the number of parked
      * records already taken (a file shorter than that count has
      * been reset, and is taken again from the top), TXNDUPQ by the
      * date it was last loaded. With no control record yet, the
      * first run takes only today's edit rejects - older ones are
      * already on the data-entry team's reject lists - but every
      * parked dead letter, since those have no other owner.
      *
      * After the load every open case is aged from when it arose
      * and the CASEAGE report counts them by source and by the
      * operator holding them. A case file that cannot be opened
      * ends the step RC 8 with the control record left as it was.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-CASE-FILE ASSIGN TO "EXCCASES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
           SELECT CASE-CTL-FILE ASSIGN TO "CASECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT EDIT-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-FILE-STATUS.
           SELECT TXN-DUP-QUARANTINE-FILE ASSIGN TO "TXNDUPQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPQ-FILE-STATUS.
           SELECT TXN-PARK-FILE ASSIGN TO "DEADPARK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARK-FILE-STATUS.
           SELECT CASE-AGING-FILE ASSIGN TO "CASEAGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-CASE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/EXCEPTION-CASE-RECORD.cpy".

       FD  CASE-CTL-FILE
           RECORDING MODE IS F.
       COPY "copybooks/CASE-CTL-RECORD.cpy".

       FD  EDIT-REPORT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/EDIT-REPORT-RECORD.cpy".

       FD  TXN-DUP-QUARANTINE-FILE
           RECORDING MODE IS F.
       01  DUP-QUARANTINE-RECORD     PIC X(601).

       FD  TXN-PARK-FILE
           RECORDING MODE IS F.
       COPY "copybooks/DEAD-LETTER-RECORD.cpy".

       FD  CASE-AGING-FILE
           RECORDING MODE IS F.
       COPY "copybooks/CASE-AGING-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/TXN-RECORD.cpy".

       01  WS-CASE-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CTL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-EDIT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-DUPQ-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-PARK-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-INPUT-EOF              PIC X VALUE "N".
           88  INPUT-EOF                 VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-FILE-UNUSABLE-FLAG     PIC X VALUE "N".
           88  FILE-UNUSABLE             VALUE "Y".

      * Control values, carried forward from CASECTL and rewritten.
       01  WS-CASE-SEQ               PIC 9(10) VALUE 0.
       01  WS-EDIT-HWM               PIC X(26) VALUE SPACES.
       01  WS-EDIT-NEW-HWM           PIC X(26) VALUE SPACES.
       01  WS-PARK-LOADED            PIC 9(9) VALUE 0.
       01  WS-PARK-TOTAL             PIC 9(9) VALUE 0.
       01  WS-PARK-READ              PIC 9(9) VALUE 0.
       01  WS-DUPQ-LOADED-DATE       PIC X(8) VALUE SPACES.
       01  WS-DUPQ-OPEN-FLAG         PIC X VALUE "N".
           88  DUPQ-OPENED               VALUE "Y".

       01  WS-NEW-CASE-ID            PIC X(12).
       01  WS-OPENED-EDIT-COUNT      PIC 9(7) VALUE 0.
       01  WS-OPENED-DUPQ-COUNT      PIC 9(7) VALUE 0.
       01  WS-OPENED-PARK-COUNT      PIC 9(7) VALUE 0.
       01  WS-RETRY-ED               PIC ZZ9.

      *----------------------------------------------------------------
      * The open cases, built from EXCCASES the same way every reader
      * of an append-only file here does: an open record adds the
      * case, a claim updates its holder, a close takes it out.
      *----------------------------------------------------------------
       01  WS-OPEN-MAX               PIC 9(5) VALUE 5000.
       01  WS-OPEN-COUNT             PIC 9(5) VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-OPEN-IDX.
               10  WS-OPEN-CASE-ID       PIC X(12).
               10  WS-OPEN-SOURCE        PIC X(8).
               10  WS-OPEN-RAISED-DATE   PIC X(8).
               10  WS-OPEN-ASSIGNED-TO   PIC X(8).
       01  WS-SHIFT-IDX              PIC 9(5) VALUE 0.
       01  WS-FOUND-FLAG             PIC X VALUE "N".
           88  CASE-FOUND                VALUE "Y".
       01  WS-OVERFLOW-FLAG          PIC X VALUE "N".
           88  OPEN-TABLE-OVERFLOW       VALUE "Y".

      *----------------------------------------------------------------
      * Aging: one group per source and holder, plus a total per
      * source in the fixed report order below.
      *----------------------------------------------------------------
       01  WS-TODAY-INT              PIC 9(9) VALUE 0.
       01  WS-RAISED-INT             PIC 9(9) VALUE 0.
       01  WS-AGE-DAYS               PIC 9(5) VALUE 0.
       01  WS-HOLDER                 PIC X(9).
       01  WS-SOURCE-NAMES.
           05  FILLER                PIC X(8) VALUE "EDITRPT".
           05  FILLER                PIC X(8) VALUE "TXNDUPQ".
           05  FILLER                PIC X(8) VALUE "DEADPARK".
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME OCCURS 3 TIMES INDEXED BY WS-SRC-IDX
                                     PIC X(8).
       01  WS-GROUP-MAX              PIC 9(4) VALUE 600.
       01  WS-GROUP-COUNT            PIC 9(4) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 600 TIMES INDEXED BY WS-GRP-IDX.
               10  WS-GRP-SOURCE         PIC X(8).
               10  WS-GRP-HOLDER         PIC X(9).
               10  WS-GRP-COUNT          PIC 9(7).
               10  WS-GRP-AGE-0-1        PIC 9(7).
               10  WS-GRP-AGE-2-7        PIC 9(7).
               10  WS-GRP-AGE-8-30       PIC 9(7).
               10  WS-GRP-AGE-OVER-30    PIC 9(7).
               10  WS-GRP-OLDEST         PIC 9(5).
       01  WS-TOTAL-LINE.
           05  WS-TOT-COUNT          PIC 9(7).
           05  WS-TOT-AGE-0-1        PIC 9(7).
           05  WS-TOT-AGE-2-7        PIC 9(7).
           05  WS-TOT-AGE-8-30       PIC 9(7).
           05  WS-TOT-AGE-OVER-30    PIC 9(7).
           05  WS-TOT-OLDEST         PIC 9(5).
       01  WS-COUNT-ED               PIC Z(6)9.

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-RUN-TIMESTAMP(1:8)))
           PERFORM READ-CONTROL-FILE
           PERFORM LOAD-OPEN-CASES
           OPEN EXTEND EXCEPTION-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-CASE-FILE
           END-IF
           IF WS-CASE-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-CASE-LOAD: cannot open case file, "
                   "status=" WS-CASE-FILE-STATUS
               SET FILE-UNUSABLE TO TRUE
           ELSE
               PERFORM LOAD-EDIT-REJECTS
               PERFORM LOAD-DUP-QUARANTINE
               PERFORM LOAD-PARKED-LETTERS
               CLOSE EXCEPTION-CASE-FILE
               PERFORM REWRITE-CONTROL-FILE
           END-IF
           PERFORM WRITE-AGING-REPORT
           IF FILE-UNUSABLE OR OPEN-TABLE-OVERFLOW
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-CASE-LOAD" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           COMPUTE RSTC-RECORD-COUNT = WS-OPENED-EDIT-COUNT
               + WS-OPENED-DUPQ-COUNT + WS-OPENED-PARK-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       READ-CONTROL-FILE.
           OPEN INPUT CASE-CTL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ CASE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CCTL-LAST-CASE-SEQ TO WS-CASE-SEQ
                       MOVE CCTL-EDIT-LAST-RUN-TS TO WS-EDIT-HWM
                       MOVE CCTL-PARK-LOADED TO WS-PARK-LOADED
                       MOVE CCTL-DUPQ-LOADED-DATE
                           TO WS-DUPQ-LOADED-DATE
               END-READ
               CLOSE CASE-CTL-FILE
           END-IF
           IF WS-EDIT-HWM = SPACES
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-EDIT-HWM
               DISPLAY "CUSTOMER-CASE-LOAD: no control record yet, "
                   "edit rejects are taken from today's runs"
           END-IF
           MOVE WS-EDIT-HWM TO WS-EDIT-NEW-HWM.

       REWRITE-CONTROL-FILE.
           OPEN OUTPUT CASE-CTL-FILE
           MOVE WS-CASE-SEQ TO CCTL-LAST-CASE-SEQ
           MOVE WS-EDIT-NEW-HWM TO CCTL-EDIT-LAST-RUN-TS
           MOVE WS-PARK-LOADED TO CCTL-PARK-LOADED
           MOVE WS-DUPQ-LOADED-DATE TO CCTL-DUPQ-LOADED-DATE
           MOVE WS-RUN-TIMESTAMP TO CCTL-LAST-RUN-TS
           WRITE CASE-CTL-RECORD
           CLOSE CASE-CTL-FILE.

       LOAD-OPEN-CASES.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT EXCEPTION-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               SET INPUT-EOF TO TRUE
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ EXCEPTION-CASE-FILE
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-CASE-EVENT
               END-READ
           END-PERFORM
           IF WS-CASE-FILE-STATUS NOT = "35"
               CLOSE EXCEPTION-CASE-FILE
           END-IF.

       APPLY-CASE-EVENT.
           EVALUATE TRUE
               WHEN EXC-IS-OPENED
                   PERFORM ADD-OPEN-CASE
               WHEN EXC-IS-CLAIMED
                   PERFORM FIND-OPEN-CASE
                   IF CASE-FOUND
                       MOVE EXC-ASSIGNED-TO
                           TO WS-OPEN-ASSIGNED-TO(WS-OPEN-IDX)
                   END-IF
               WHEN EXC-IS-CLOSED
                   PERFORM FIND-OPEN-CASE
                   IF CASE-FOUND
                       PERFORM REMOVE-OPEN-CASE
                   END-IF
           END-EVALUATE.

       ADD-OPEN-CASE.
           IF WS-OPEN-COUNT < WS-OPEN-MAX
               ADD 1 TO WS-OPEN-COUNT
               SET WS-OPEN-IDX TO WS-OPEN-COUNT
               MOVE EXC-CASE-ID TO WS-OPEN-CASE-ID(WS-OPEN-IDX)
               MOVE EXC-SOURCE TO WS-OPEN-SOURCE(WS-OPEN-IDX)
               MOVE EXC-RAISED-TS(1:8)
                   TO WS-OPEN-RAISED-DATE(WS-OPEN-IDX)
               MOVE EXC-ASSIGNED-TO
                   TO WS-OPEN-ASSIGNED-TO(WS-OPEN-IDX)
           ELSE
               IF NOT OPEN-TABLE-OVERFLOW
                   DISPLAY "CUSTOMER-CASE-LOAD: more than "
                       WS-OPEN-MAX " open cases; the aging report "
                       "is incomplete"
               END-IF
               SET OPEN-TABLE-OVERFLOW TO TRUE
           END-IF.

       FIND-OPEN-CASE.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
                      OR CASE-FOUND
               IF WS-OPEN-CASE-ID(WS-OPEN-IDX) = EXC-CASE-ID
                   SET CASE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CASE-FOUND
               SET WS-OPEN-IDX DOWN BY 1
           END-IF.

       REMOVE-OPEN-CASE.
           SET WS-SHIFT-IDX TO WS-OPEN-IDX
           PERFORM UNTIL WS-SHIFT-IDX NOT < WS-OPEN-COUNT
               MOVE WS-OPEN-ENTRY(WS-SHIFT-IDX + 1)
                   TO WS-OPEN-ENTRY(WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM
           SUBTRACT 1 FROM WS-OPEN-COUNT.

      *----------------------------------------------------------------
      * EDITRPT: every reject from an edit run newer than the last one
      * loaded. Rejects written before the report carried the
      * transaction image open with a blank image.
      *----------------------------------------------------------------
       LOAD-EDIT-REJECTS.
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT EDIT-REPORT-FILE
           IF WS-EDIT-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-CASE-LOAD: no edit reject file, "
                   "status=" WS-EDIT-FILE-STATUS
               SET INPUT-EOF TO TRUE
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ EDIT-REPORT-FILE
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       IF EDIT-RUN-TIMESTAMP > WS-EDIT-HWM
                           PERFORM OPEN-EDIT-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EDIT-FILE-STATUS NOT = "35"
               CLOSE EDIT-REPORT-FILE
           END-IF.

       OPEN-EDIT-CASE.
           MOVE SPACES TO EXCEPTION-CASE-RECORD
           MOVE "EDITRPT" TO EXC-SOURCE
           MOVE EDIT-RUN-TIMESTAMP TO EXC-RAISED-TS
           MOVE EDIT-CUST-ID TO EXC-CUST-ID
           MOVE EDIT-OPERATION TO EXC-OPERATION
           MOVE EDIT-CORRELATION-ID TO EXC-CORRELATION-ID
           MOVE EDIT-REASON-CODE TO EXC-REASON-CODE
           MOVE EDIT-DETAIL TO EXC-DETAIL
           MOVE EDIT-TXN-IMAGE TO EXC-TXN-IMAGE
           PERFORM WRITE-OPENED-CASE
           ADD 1 TO WS-OPENED-EDIT-COUNT
           IF EDIT-RUN-TIMESTAMP > WS-EDIT-NEW-HWM
               MOVE EDIT-RUN-TIMESTAMP TO WS-EDIT-NEW-HWM
           END-IF.

      *----------------------------------------------------------------
      * TXNDUPQ: tonight's quarantine, taken once per run date.
      *----------------------------------------------------------------
       LOAD-DUP-QUARANTINE.
           MOVE "N" TO WS-INPUT-EOF
           IF WS-DUPQ-LOADED-DATE = WS-RUN-TIMESTAMP(1:8)
               DISPLAY "CUSTOMER-CASE-LOAD: duplicate quarantine "
                   "already loaded today, skipped"
               SET INPUT-EOF TO TRUE
           ELSE
               OPEN INPUT TXN-DUP-QUARANTINE-FILE
               IF WS-DUPQ-FILE-STATUS NOT = "00"
                   DISPLAY "CUSTOMER-CASE-LOAD: no duplicate "
                       "quarantine file, status=" WS-DUPQ-FILE-STATUS
                   SET INPUT-EOF TO TRUE
               ELSE
                   SET DUPQ-OPENED TO TRUE
                   MOVE WS-RUN-TIMESTAMP(1:8) TO WS-DUPQ-LOADED-DATE
               END-IF
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ TXN-DUP-QUARANTINE-FILE
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       MOVE DUP-QUARANTINE-RECORD TO TXN-RECORD
                       IF NOT TXN-IS-TRAILER
                           PERFORM OPEN-DUPQ-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF DUPQ-OPENED
               CLOSE TXN-DUP-QUARANTINE-FILE
           END-IF.

       OPEN-DUPQ-CASE.
           MOVE SPACES TO EXCEPTION-CASE-RECORD
           MOVE "TXNDUPQ" TO EXC-SOURCE
           MOVE WS-RUN-TIMESTAMP TO EXC-RAISED-TS
           MOVE TXN-CUST-ID TO EXC-CUST-ID
           MOVE TXN-OPERATION TO EXC-OPERATION
           MOVE TXN-CORRELATION-ID TO EXC-CORRELATION-ID
           MOVE "DUPLICATE" TO EXC-REASON-CODE
           MOVE "Same correlation id seen more than once in the file"
               TO EXC-DETAIL
           MOVE TXN-RECORD TO EXC-TXN-IMAGE
           PERFORM WRITE-OPENED-CASE
           ADD 1 TO WS-OPENED-DUPQ-COUNT.

      *----------------------------------------------------------------
      * DEADPARK: the records after the ones already taken. A count
      * pass first, so a reset file is noticed before it is skipped.
      *----------------------------------------------------------------
       LOAD-PARKED-LETTERS.
           MOVE 0 TO WS-PARK-TOTAL
           MOVE "N" TO WS-INPUT-EOF
           OPEN INPUT TXN-PARK-FILE
           IF WS-PARK-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-CASE-LOAD: no parked dead-letter "
                   "file, status=" WS-PARK-FILE-STATUS
               SET INPUT-EOF TO TRUE
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ TXN-PARK-FILE
                   AT END
                       SET INPUT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PARK-TOTAL
               END-READ
           END-PERFORM
           IF WS-PARK-FILE-STATUS NOT = "35"
               CLOSE TXN-PARK-FILE
           END-IF
           IF WS-PARK-TOTAL < WS-PARK-LOADED
               DISPLAY "CUSTOMER-CASE-LOAD: parked file holds "
                   WS-PARK-TOTAL " record(s), fewer than the "
                   WS-PARK-LOADED " already loaded; reloading it"
               MOVE 0 TO WS-PARK-LOADED
           END-IF
           IF WS-PARK-TOTAL > WS-PARK-LOADED
               MOVE 0 TO WS-PARK-READ
               MOVE "N" TO WS-INPUT-EOF
               OPEN INPUT TXN-PARK-FILE
               PERFORM UNTIL INPUT-EOF
                   READ TXN-PARK-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARK-READ
                           IF WS-PARK-READ > WS-PARK-LOADED
                               PERFORM OPEN-PARK-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TXN-PARK-FILE
               MOVE WS-PARK-READ TO WS-PARK-LOADED
           END-IF.

       OPEN-PARK-CASE.
           MOVE DEAD-TXN-IMAGE TO TXN-RECORD
           MOVE SPACES TO EXCEPTION-CASE-RECORD
           MOVE "DEADPARK" TO EXC-SOURCE
           IF DEAD-FIRST-SEEN-TS = SPACES
               MOVE WS-RUN-TIMESTAMP TO EXC-RAISED-TS
           ELSE
               MOVE DEAD-FIRST-SEEN-TS TO EXC-RAISED-TS
           END-IF
           MOVE TXN-CUST-ID TO EXC-CUST-ID
           MOVE TXN-OPERATION TO EXC-OPERATION
           MOVE TXN-CORRELATION-ID TO EXC-CORRELATION-ID
           MOVE "REPLAYFAIL" TO EXC-REASON-CODE
           MOVE DEAD-RETRY-COUNT TO WS-RETRY-ED
           STRING "Dead-lettered; parked by replay after "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RETRY-ED) DELIMITED BY SIZE
                   " attempt(s)" DELIMITED BY SIZE
               INTO EXC-DETAIL
           END-STRING
           MOVE DEAD-TXN-IMAGE TO EXC-TXN-IMAGE
           PERFORM WRITE-OPENED-CASE
           ADD 1 TO WS-OPENED-PARK-COUNT.

      * Case ids are EX plus the ten-digit case number from CASECTL.
       WRITE-OPENED-CASE.
           ADD 1 TO WS-CASE-SEQ
           MOVE SPACES TO WS-NEW-CASE-ID
           STRING "EX" DELIMITED BY SIZE
                   WS-CASE-SEQ DELIMITED BY SIZE
               INTO WS-NEW-CASE-ID
           END-STRING
           MOVE WS-NEW-CASE-ID TO EXC-CASE-ID
           MOVE "O" TO EXC-ACTION
           MOVE "CASELOAD" TO EXC-CHANGED-BY
           MOVE WS-RUN-TIMESTAMP TO EXC-CHANGED-TS
           WRITE EXCEPTION-CASE-RECORD
           PERFORM ADD-OPEN-CASE.

      *----------------------------------------------------------------
      * Aging report.
      *----------------------------------------------------------------
       WRITE-AGING-REPORT.
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                   UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               PERFORM AGE-ONE-OPEN-CASE
           END-PERFORM
           OPEN OUTPUT CASE-AGING-FILE
           MOVE SPACES TO CASE-AGING-RECORD
           MOVE WS-RUN-TIMESTAMP TO CAGE-RUN-TIMESTAMP
           MOVE "HEADER" TO CAGE-SECTION
           MOVE ZERO TO CAGE-OPEN-COUNT CAGE-AGE-0-1 CAGE-AGE-2-7
               CAGE-AGE-8-30 CAGE-AGE-OVER-30 CAGE-OLDEST-DAYS
           MOVE "Open exception cases by source and operator"
               TO CAGE-DETAIL
           WRITE CASE-AGING-RECORD
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 3
               PERFORM WRITE-SOURCE-GROUPS
           END-PERFORM
           PERFORM WRITE-AGING-SUMMARY
           CLOSE CASE-AGING-FILE.

       AGE-ONE-OPEN-CASE.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-OPEN-RAISED-DATE(WS-OPEN-IDX) IS NUMERIC
               COMPUTE WS-RAISED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-OPEN-RAISED-DATE(WS-OPEN-IDX)))
               IF WS-TODAY-INT > WS-RAISED-INT
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RAISED-INT
               END-IF
           END-IF
           IF WS-OPEN-ASSIGNED-TO(WS-OPEN-IDX) = SPACES
               MOVE "UNCLAIMED" TO WS-HOLDER
           ELSE
               MOVE WS-OPEN-ASSIGNED-TO(WS-OPEN-IDX) TO WS-HOLDER
           END-IF
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT OR CASE-FOUND
               IF WS-GRP-SOURCE(WS-GRP-IDX)
                       = WS-OPEN-SOURCE(WS-OPEN-IDX)
                       AND WS-GRP-HOLDER(WS-GRP-IDX) = WS-HOLDER
                   SET CASE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CASE-FOUND
               SET WS-GRP-IDX DOWN BY 1
           ELSE
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET WS-GRP-IDX TO WS-GROUP-COUNT
                   MOVE WS-OPEN-SOURCE(WS-OPEN-IDX)
                       TO WS-GRP-SOURCE(WS-GRP-IDX)
                   MOVE WS-HOLDER TO WS-GRP-HOLDER(WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-COUNT(WS-GRP-IDX)
                       WS-GRP-AGE-0-1(WS-GRP-IDX)
                       WS-GRP-AGE-2-7(WS-GRP-IDX)
                       WS-GRP-AGE-8-30(WS-GRP-IDX)
                       WS-GRP-AGE-OVER-30(WS-GRP-IDX)
                       WS-GRP-OLDEST(WS-GRP-IDX)
                   SET CASE-FOUND TO TRUE
               END-IF
           END-IF
           IF CASE-FOUND
               ADD 1 TO WS-GRP-COUNT(WS-GRP-IDX)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 2
                       ADD 1 TO WS-GRP-AGE-0-1(WS-GRP-IDX)
                   WHEN WS-AGE-DAYS < 8
                       ADD 1 TO WS-GRP-AGE-2-7(WS-GRP-IDX)
                   WHEN WS-AGE-DAYS < 31
                       ADD 1 TO WS-GRP-AGE-8-30(WS-GRP-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-GRP-AGE-OVER-30(WS-GRP-IDX)
               END-EVALUATE
               IF WS-AGE-DAYS > WS-GRP-OLDEST(WS-GRP-IDX)
                   MOVE WS-AGE-DAYS TO WS-GRP-OLDEST(WS-GRP-IDX)
               END-IF
           END-IF.

       WRITE-SOURCE-GROUPS.
           MOVE ZERO TO WS-TOTAL-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               IF WS-GRP-SOURCE(WS-GRP-IDX) = WS-SOURCE-NAME(WS-SRC-IDX)
                   MOVE SPACES TO CASE-AGING-RECORD
                   MOVE WS-RUN-TIMESTAMP TO CAGE-RUN-TIMESTAMP
                   MOVE "OPERATOR" TO CAGE-SECTION
                   MOVE WS-GRP-SOURCE(WS-GRP-IDX) TO CAGE-SOURCE
                   MOVE WS-GRP-HOLDER(WS-GRP-IDX) TO CAGE-OPERATOR
                   MOVE WS-GRP-COUNT(WS-GRP-IDX) TO CAGE-OPEN-COUNT
                   MOVE WS-GRP-AGE-0-1(WS-GRP-IDX) TO CAGE-AGE-0-1
                   MOVE WS-GRP-AGE-2-7(WS-GRP-IDX) TO CAGE-AGE-2-7
                   MOVE WS-GRP-AGE-8-30(WS-GRP-IDX) TO CAGE-AGE-8-30
                   MOVE WS-GRP-AGE-OVER-30(WS-GRP-IDX)
                       TO CAGE-AGE-OVER-30
                   MOVE WS-GRP-OLDEST(WS-GRP-IDX) TO CAGE-OLDEST-DAYS
                   WRITE CASE-AGING-RECORD
                   ADD WS-GRP-COUNT(WS-GRP-IDX) TO WS-TOT-COUNT
                   ADD WS-GRP-AGE-0-1(WS-GRP-IDX) TO WS-TOT-AGE-0-1
                   ADD WS-GRP-AGE-2-7(WS-GRP-IDX) TO WS-TOT-AGE-2-7
                   ADD WS-GRP-AGE-8-30(WS-GRP-IDX) TO WS-TOT-AGE-8-30
                   ADD WS-GRP-AGE-OVER-30(WS-GRP-IDX)
                       TO WS-TOT-AGE-OVER-30
                   IF WS-GRP-OLDEST(WS-GRP-IDX) > WS-TOT-OLDEST
                       MOVE WS-GRP-OLDEST(WS-GRP-IDX) TO WS-TOT-OLDEST
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CASE-AGING-RECORD
           MOVE WS-RUN-TIMESTAMP TO CAGE-RUN-TIMESTAMP
           MOVE "SOURCE" TO CAGE-SECTION
           MOVE WS-SOURCE-NAME(WS-SRC-IDX) TO CAGE-SOURCE
           MOVE "ALL" TO CAGE-OPERATOR
           MOVE WS-TOT-COUNT TO CAGE-OPEN-COUNT
           MOVE WS-TOT-AGE-0-1 TO CAGE-AGE-0-1
           MOVE WS-TOT-AGE-2-7 TO CAGE-AGE-2-7
           MOVE WS-TOT-AGE-8-30 TO CAGE-AGE-8-30
           MOVE WS-TOT-AGE-OVER-30 TO CAGE-AGE-OVER-30
           MOVE WS-TOT-OLDEST TO CAGE-OLDEST-DAYS
           EVALUATE WS-SRC-IDX
               WHEN 1
                   MOVE WS-OPENED-EDIT-COUNT TO WS-COUNT-ED
               WHEN 2
                   MOVE WS-OPENED-DUPQ-COUNT TO WS-COUNT-ED
               WHEN OTHER
                   MOVE WS-OPENED-PARK-COUNT TO WS-COUNT-ED
           END-EVALUATE
           STRING "New cases opened this run: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO CAGE-DETAIL
           END-STRING
           WRITE CASE-AGING-RECORD.

       WRITE-AGING-SUMMARY.
           MOVE SPACES TO CASE-AGING-RECORD
           MOVE WS-RUN-TIMESTAMP TO CAGE-RUN-TIMESTAMP
           MOVE "SUMMARY" TO CAGE-SECTION
           MOVE ZERO TO CAGE-AGE-0-1 CAGE-AGE-2-7 CAGE-AGE-8-30
               CAGE-AGE-OVER-30 CAGE-OLDEST-DAYS
           MOVE WS-OPEN-COUNT TO CAGE-OPEN-COUNT
           MOVE WS-OPEN-COUNT TO WS-COUNT-ED
           IF FILE-UNUSABLE
               MOVE "Case file could not be opened - nothing loaded"
                   TO CAGE-DETAIL
           ELSE
               STRING "Open cases: " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                   INTO CAGE-DETAIL
               END-STRING
           END-IF
           WRITE CASE-AGING-RECORD
           DISPLAY "CUSTOMER-CASE-LOAD: opened edit="
               WS-OPENED-EDIT-COUNT " dupq=" WS-OPENED-DUPQ-COUNT
               " parked=" WS-OPENED-PARK-COUNT
               " open=" WS-OPEN-COUNT.
