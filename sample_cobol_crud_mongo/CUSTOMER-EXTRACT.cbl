      * file is rewritten only after a successful run, and the
      * empty-source probe guard protects it the same way it
      * protects the feed.
      *
      * Every row is checked against the marketing suppression list
      * (SUPPRESS, rebuilt earlier in the night by CUSTOMER-SUPPRESS-
      * LIST) and against the row's own opt-in and contact
      * preference; either one marks it EXTR-MARKETING-SUPPRESS = Y,
      * so a customer who has opted out is never handed to a
      * campaign on the strength of a stale copy. If SUPPRESS cannot
      * be read the run writes nothing and ends RC 8, leaving the
      * previous feed in place.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRACT-CTL-FILE ASSIGN TO "EXTRCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT SUPPRESS-LIST-FILE ASSIGN TO "SUPPRESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUPP-CUST-ID
               FILE STATUS IS WS-SUPPRESS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "copybooks/EXTRACT-CTL-RECORD.cpy".

       FD  SUPPRESS-LIST-FILE.
       COPY "copybooks/SUPPRESS-LIST-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".

       01  WS-EXTRACT-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-CTL-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-SUPPRESS-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-SUPPRESS-COUNT         PIC 9(9) VALUE 0.
       01  WS-ITEM-CONTACT-PREF      PIC X(10).
       01  WS-ITEM-OPT-IN            PIC X(01).
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-LIST-PAGE              PIC 9(4).
       01  WS-LIST-MORE-PAGES-FLAG   PIC X VALUE "Y".
       01  WS-JUNK                   PIC X(800).
       01  WS-REMAINDER              PIC X(800).

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM READ-EXTRACT-MODE
           PERFORM PROBE-SOURCE-POPULATION
                   "and control file untouched"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SUPPRESS-LIST-FILE
           END-IF
           IF WS-SOURCE-POPULATED
                   AND WS-SUPPRESS-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-EXTRACT: cannot open the marketing "
                   "suppression list, status="
                   WS-SUPPRESS-FILE-STATUS
                   "; leaving the existing extract file and "
                   "control file untouched"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SOURCE-POPULATED AND WS-SUPPRESS-FILE-STATUS = "00"
               PERFORM OPEN-EXTRACT-FILE
               IF DELTA-MODE
                   PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               END-IF
               PERFORM WRITE-SUMMARY
               CLOSE CUSTOMER-EXTRACT-FILE
               CLOSE SUPPRESS-LIST-FILE
               IF NOT DELTA-MODE AND WS-EXTRACT-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM REWRITE-CONTROL-FILE
               END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-EXTRACT" TO RSTC-PROGRAM-NAME
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

      *----------------------------------------------------------------
      * Performed last, after the return code is final: the step's
      * RETURN-CODE goes into the run statistics line and comes back
      * unchanged from CUSTOMER-RUN-STATS.
      *----------------------------------------------------------------
       RECORD-RUN-END.
           SET RSTC-END TO TRUE
           MOVE RETURN-CODE TO RSTC-RETURN-CODE
           COMPUTE RSTC-RECORD-COUNT =
               WS-EXTRACT-COUNT + WS-DELETE-COUNT
           CALL "CUSTOMER-RUN-STATS" USING RUN-STATS-CTX.

       READ-EXTRACT-MODE.
           MOVE SPACES TO WS-MODE-ENV
           ACCEPT WS-MODE-ENV
                   INTO EXTR-UPDATED-TS
               END-UNSTRING
           END-IF
           PERFORM CHECK-MARKETING-SUPPRESSION
           WRITE CUSTOMER-EXTRACT-RECORD
           IF WS-PASS-ACTION = "D"
               ADD 1 TO WS-DELETE-COUNT
               ADD 1 TO WS-EXTRACT-COUNT
           END-IF.

      *----------------------------------------------------------------
      * A keyed read that fails for any reason other than not-found
      * marks the row suppressed: when in doubt, no campaign.
      *----------------------------------------------------------------
       CHECK-MARKETING-SUPPRESSION.
           MOVE "N" TO EXTR-MARKETING-SUPPRESS
           MOVE SPACES TO WS-ITEM-CONTACT-PREF WS-ITEM-OPT-IN
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
           IF WS-ITEM-OPT-IN NOT = "Y" OR WS-ITEM-CONTACT-PREF = "NONE"
               SET EXTR-SUPPRESSED TO TRUE
           ELSE
               MOVE EXTR-CUST-ID TO SUPP-CUST-ID
               READ SUPPRESS-LIST-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-SUPPRESS-FILE-STATUS NOT = "23"
                   SET EXTR-SUPPRESSED TO TRUE
               END-IF
           END-IF
           IF EXTR-SUPPRESSED
               ADD 1 TO WS-SUPPRESS-COUNT
           END-IF.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-EXTRACT: mode=" WS-RUN-MODE
               " wrote " WS-EXTRACT-COUNT
               " add/update and " WS-DELETE-COUNT
               " logical-delete record(s), " WS-SUPPRESS-COUNT
               " marked marketing-suppressed".

       OPEN-EXTRACT-FILE.
           OPEN OUTPUT CUSTOMER-EXTRACT-FILE.
