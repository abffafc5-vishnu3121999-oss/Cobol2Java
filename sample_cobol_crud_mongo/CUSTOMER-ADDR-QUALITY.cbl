       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ADDR-QUALITY.

      *----------------------------------------------------------------
      * Nightly address-quality scan. Every customer on the VSAM
      * master (rebuilt from Mongo by CUSTMLOAD ahead of the nightly
      * chain) has its stored state/ZIP put through the same
      * CUSTOMER-ADDR-CHECK reference check CUSTOMER-SERVICE applies
      * on CREATE/UPDATE, and every failure is written to ADDRQRPT.
      * The master is read twice: the first pass reports only
      * MAIL-preference customers - their notices are the ones
      * CUSTOMER-NOTICE prints and the post office returns, and a
      * MAIL customer with no address at all is reported too - and
      * the second pass reports everyone else, whose blank address is
      * not a problem. A reference file that cannot be loaded ends
      * the step RC 8 with no detail lines, rather than reporting
      * the whole population as bad.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT ADDR-QUALITY-FILE ASSIGN TO "ADDRQRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY "copybooks/CUSTOMER-MASTER-RECORD.cpy".

       FD  ADDR-QUALITY-FILE
           RECORDING MODE IS F.
       COPY "copybooks/ADDR-QUALITY-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/ADDR-CHECK-CTX.cpy".

       01  WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-EOF             PIC X VALUE "N".
           88  MASTER-EOF                VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-PASS-SECTION           PIC X(10).
           88  MAIL-PASS                 VALUE "MAIL".
       01  WS-SCANNED-COUNT          PIC 9(9) VALUE 0.
       01  WS-MAIL-FAILED-COUNT      PIC 9(9) VALUE 0.
       01  WS-OTHER-FAILED-COUNT     PIC 9(9) VALUE 0.
       01  WS-COUNT-ED               PIC Z(8)9.
       01  WS-REPORT-THIS-FLAG       PIC X VALUE "N".
           88  REPORT-THIS               VALUE "Y".

       COPY "copybooks/RUN-STATS-CTX.cpy".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM RECORD-RUN-START
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM PROBE-REFERENCE-FILE
           IF ADCK-REF-UNAVAILABLE
               DISPLAY "CUSTOMER-ADDR-QUALITY: ZIP/state reference "
                   "file could not be loaded; no report written"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ADDR-QUALITY-FILE
               MOVE "MAIL" TO WS-PASS-SECTION
               MOVE "Customers with contact preference MAIL"
                   TO AQ-DETAIL
               PERFORM WRITE-SECTION-HEADER
               PERFORM SCAN-MASTER-PASS
               MOVE "OTHER" TO WS-PASS-SECTION
               MOVE "All other customers" TO AQ-DETAIL
               PERFORM WRITE-SECTION-HEADER
               PERFORM SCAN-MASTER-PASS
               PERFORM WRITE-SUMMARY
               CLOSE ADDR-QUALITY-FILE
               IF WS-SCANNED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM RECORD-RUN-END
           GOBACK.

       RECORD-RUN-START.
           MOVE SPACES TO RUN-STATS-CTX
           SET RSTC-START TO TRUE
           MOVE "CUSTOMER-ADDR-QUALITY" TO RSTC-PROGRAM-NAME
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

      * A known-good pair exercises the reference load up front, so an
      * unreadable ZIPSTATE is found before any report is opened.
       PROBE-REFERENCE-FILE.
           MOVE "NY" TO ADCK-STATE
           MOVE "10001" TO ADCK-ZIP
           CALL "CUSTOMER-ADDR-CHECK" USING ADDR-CHECK-CTX.

       SCAN-MASTER-PASS.
           MOVE "N" TO WS-MASTER-EOF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-ADDR-QUALITY: cannot open master "
                   "file, status=" WS-MASTER-FILE-STATUS
               SET MASTER-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-MASTER
               END-READ
           END-PERFORM
           IF WS-MASTER-FILE-STATUS NOT = "35"
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       CHECK-ONE-MASTER.
           IF MAIL-PASS
               ADD 1 TO WS-SCANNED-COUNT
           END-IF
           IF (MAIL-PASS AND MASTER-CONTACT-PREF = "MAIL")
                   OR (NOT MAIL-PASS
                       AND MASTER-CONTACT-PREF NOT = "MAIL")
               MOVE MASTER-ADDR-STATE TO ADCK-STATE
               MOVE MASTER-ADDR-ZIP TO ADCK-ZIP
               CALL "CUSTOMER-ADDR-CHECK" USING ADDR-CHECK-CTX
               MOVE "N" TO WS-REPORT-THIS-FLAG
               EVALUATE TRUE
                   WHEN ADCK-VALID
                   WHEN ADCK-REF-UNAVAILABLE
                       CONTINUE
                   WHEN ADCK-NO-ADDRESS
                       IF MAIL-PASS
                           SET REPORT-THIS TO TRUE
                       END-IF
                   WHEN OTHER
                       SET REPORT-THIS TO TRUE
               END-EVALUATE
               IF REPORT-THIS
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

       WRITE-DETAIL-LINE.
           IF MAIL-PASS
               ADD 1 TO WS-MAIL-FAILED-COUNT
           ELSE
               ADD 1 TO WS-OTHER-FAILED-COUNT
           END-IF
           MOVE SPACES TO ADDR-QUALITY-RECORD
           MOVE WS-RUN-TIMESTAMP TO AQ-RUN-TIMESTAMP
           MOVE WS-PASS-SECTION TO AQ-SECTION
           MOVE MASTER-CUST-ID TO AQ-CUST-ID
           MOVE MASTER-CONTACT-PREF TO AQ-CONTACT-PREF
           MOVE ADCK-RESULT TO AQ-REASON-CODE
           MOVE MASTER-ADDR-STATE TO AQ-ADDR-STATE
           MOVE MASTER-ADDR-ZIP TO AQ-ADDR-ZIP
           IF ADCK-MISMATCH
               MOVE ADCK-ZIP-STATE TO AQ-ZIP-STATE
           END-IF
           MOVE ADCK-MESSAGE TO AQ-DETAIL
           WRITE ADDR-QUALITY-RECORD.

       WRITE-SECTION-HEADER.
           MOVE WS-RUN-TIMESTAMP TO AQ-RUN-TIMESTAMP
           MOVE "HEADER" TO AQ-SECTION
           MOVE SPACES TO AQ-CUST-ID AQ-CONTACT-PREF AQ-REASON-CODE
               AQ-ADDR-STATE AQ-ADDR-ZIP AQ-ZIP-STATE
           WRITE ADDR-QUALITY-RECORD.

       WRITE-SUMMARY.
           MOVE SPACES TO ADDR-QUALITY-RECORD
           MOVE WS-RUN-TIMESTAMP TO AQ-RUN-TIMESTAMP
           MOVE "SUMMARY" TO AQ-SECTION
           MOVE WS-SCANNED-COUNT TO WS-COUNT-ED
           STRING "Customers scanned: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO AQ-DETAIL
           END-STRING
           WRITE ADDR-QUALITY-RECORD
           MOVE SPACES TO AQ-DETAIL
           MOVE WS-MAIL-FAILED-COUNT TO WS-COUNT-ED
           STRING "MAIL-preference addresses failing: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO AQ-DETAIL
           END-STRING
           WRITE ADDR-QUALITY-RECORD
           MOVE SPACES TO AQ-DETAIL
           MOVE WS-OTHER-FAILED-COUNT TO WS-COUNT-ED
           STRING "Other addresses failing: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
               INTO AQ-DETAIL
           END-STRING
           WRITE ADDR-QUALITY-RECORD
           DISPLAY "CUSTOMER-ADDR-QUALITY: scanned=" WS-SCANNED-COUNT
               " mail-failed=" WS-MAIL-FAILED-COUNT
               " other-failed=" WS-OTHER-FAILED-COUNT.
