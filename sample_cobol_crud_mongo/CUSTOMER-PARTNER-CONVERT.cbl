       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PARTNER-CONVERT.

      *----------------------------------------------------------------
      * Partner/acquisition onboarding converter. Reads a partner's
      * delimited customer file (PTNRIN) and maps each row onto a
      * CREATE transaction - or, in BULK mode, packs rows into
      * BULK-CREATE transactions up to the payload size - appended
      * behind the night's existing transaction file so the result
      * goes through CUSTOMER-TXN-EDIT like any other input.
      *
      * Partner row columns, in order, separated by the configured
      * delimiter (default "|"):
      *   name, email, status, addrLine1, addrLine2, city, state,
      *   zip, contactPref, marketingOptIn
      * Only name and email are required. Status may be blank
      * (ACTIVE), a full status name or its initial A/I/S.
      *
      * Rows that cannot be mapped - missing name, missing or
      * badly-shaped email, unknown status, a state/ZIP that fails
      * the reference check, or a row too long for one payload - go
      * to the PTNREXC exception report with the row's number in the
      * partner file, and are left out of the transaction file.
      *
      * The existing transaction file (CUSTTXNI, optional) is copied
      * through record for record and its trailer balanced; the
      * output (CUSTTXNO) gets one trailer covering both. Every
      * generated transaction carries a correlation id built from
      * the partner code, the run timestamp and a sequence number,
      * so a rerun of the same partner file does not collide with
      * the first run's ids in CUSTOMER-API's duplicate check.
      *
      * RC 0 clean, RC 4 when any row went to the exception report,
      * RC 8 when the partner file cannot be read or the existing
      * transaction file does not balance - the job's copy-back step
      * is skipped on RC 8, leaving the original file untouched.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO "PTNRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTNER-FILE-STATUS.
           SELECT EXISTING-TXN-FILE ASSIGN TO "CUSTTXNI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXISTING-FILE-STATUS.
           SELECT CUSTOMER-TXN-FILE ASSIGN TO "CUSTTXNO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT PARTNER-EXCEPTION-FILE ASSIGN TO "PTNREXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTNER-FILE
           RECORDING MODE IS F.
       01  PARTNER-ROW               PIC X(500).

       FD  EXISTING-TXN-FILE
           RECORDING MODE IS F.
       01  EXISTING-TXN-RECORD       PIC X(601).

       FD  CUSTOMER-TXN-FILE
           RECORDING MODE IS F.
       COPY "copybooks/TXN-RECORD.cpy".

       FD  PARTNER-EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PARTNER-EXCEPTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/ADDR-CHECK-CTX.cpy".

       01  WS-PARTNER-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-EXISTING-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-TXN-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-EXCEPTION-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-PARTNER-EOF            PIC X VALUE "N".
           88  PARTNER-EOF               VALUE "Y".
       01  WS-EXISTING-EOF           PIC X VALUE "N".
           88  EXISTING-EOF              VALUE "Y".
       01  WS-FILE-UNUSABLE-FLAG     PIC X VALUE "N".
           88  FILE-UNUSABLE             VALUE "Y".
       01  WS-BALANCE-FAILED-FLAG    PIC X VALUE "N".
           88  BALANCE-FAILED            VALUE "Y".
       01  WS-RUN-TIMESTAMP          PIC X(26).

      *----------------------------------------------------------------
      * Run configuration, from the job's environment:
      *   CUSTOMER_PARTNER_CODE       short partner tag (6 chars) for
      *                               correlation ids and the report
      *   CUSTOMER_PARTNER_DELIMITER  column delimiter, default "|"
      *   CUSTOMER_PARTNER_HEADER     N if the file has no header row
      *   CUSTOMER_PARTNER_TXN_MODE   BULK for BULK-CREATE packing
      *----------------------------------------------------------------
       01  WS-PARTNER-CODE           PIC X(06) VALUE "PARTNR".
       01  WS-PARTNER-CODE-ENV       PIC X(06).
       01  WS-PARTNER-DELIM          PIC X(01) VALUE "|".
       01  WS-PARTNER-DELIM-ENV      PIC X(01).
       01  WS-HEADER-ENV             PIC X(01).
       01  WS-HEADER-FLAG            PIC X VALUE "Y".
           88  PARTNER-HAS-HEADER        VALUE "Y".
       01  WS-TXN-MODE-ENV           PIC X(06).
       01  WS-TXN-MODE               PIC X(06) VALUE "CREATE".
           88  BULK-MODE                 VALUE "BULK".

      *----------------------------------------------------------------
      * Existing-file pass-through and trailer balancing, as in
      * CUSTOMER-TXN-EDIT: the incoming trailer's count must match
      * the data records copied, or the merged file is not trusted.
      *----------------------------------------------------------------
       01  WS-EXISTING-TRAILER.
           05  WS-ET-OPERATION       PIC X(14).
           05  WS-ET-COUNT           PIC 9(9).
           05  WS-ET-FILLER          PIC X(578).
       01  WS-EXISTING-COUNT         PIC 9(9) VALUE 0.
       01  WS-EXISTING-EXPECTED      PIC 9(9) VALUE 0.
       01  WS-EXISTING-TRAILER-FLAG  PIC X VALUE "N".
           88  EXISTING-TRAILER-SEEN     VALUE "Y".

       01  WS-ROW-NO                 PIC 9(9) VALUE 0.
       01  WS-ROWS-MAPPED            PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT        PIC 9(9) VALUE 0.
       01  WS-TXN-WRITTEN            PIC 9(9) VALUE 0.
       01  WS-TXN-SEQ                PIC 9(9) VALUE 0.
       01  WS-HEADER-SKIPPED-FLAG    PIC X VALUE "N".
           88  HEADER-SKIPPED            VALUE "Y".

       01  WS-ROW-NAME               PIC X(60).
       01  WS-ROW-EMAIL              PIC X(60).
       01  WS-ROW-STATUS             PIC X(10).
       01  WS-ROW-ADDR-LINE1         PIC X(40).
       01  WS-ROW-ADDR-LINE2         PIC X(40).
       01  WS-ROW-ADDR-CITY          PIC X(30).
       01  WS-ROW-ADDR-STATE         PIC X(10).
       01  WS-ROW-ADDR-ZIP           PIC X(10).
       01  WS-ROW-CONTACT-PREF       PIC X(10).
       01  WS-ROW-OPT-IN             PIC X(03).
       01  WS-MAPPED-STATUS          PIC X(10).
       01  WS-MAPPED-OPT-IN          PIC X(01).

       01  WS-AT-COUNT               PIC 9(2).
       01  WS-DOT-COUNT              PIC 9(2).
       01  WS-LOCAL-PART             PIC X(60).
       01  WS-DOMAIN-PART            PIC X(60).
       01  WS-EMAIL-VALID            PIC X VALUE "N".
           88  VALID-EMAIL-SHAPE         VALUE "Y".

       01  WS-REJECT-REASON          PIC X(10).
       01  WS-REJECT-VALUE           PIC X(60).
       01  WS-REJECT-DETAIL          PIC X(60).

       01  WS-ROW-JSON               PIC X(500).
       01  WS-ROW-PTR                PIC 9(4).
       01  WS-ROW-OVERFLOW-FLAG      PIC X VALUE "N".
           88  ROW-OVERFLOW              VALUE "Y".
       01  WS-ROW-LEN                PIC 9(4).

      *----------------------------------------------------------------
      * BULK mode packing: items are joined with the "|||" separator
      * CUSTOMER-SERVICE's BULK-CREATE splits on, up to the 500-byte
      * payload and the service's 20-item split limit.
      *----------------------------------------------------------------
       01  WS-BULK-PAYLOAD           PIC X(500).
       01  WS-BULK-PTR               PIC 9(4) VALUE 1.
       01  WS-BULK-ITEMS             PIC 9(4) VALUE 0.
       01  WS-BULK-ITEM-MAX          PIC 9(4) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM LOAD-PARTNER-CONFIG
           PERFORM OPEN-CONVERT-FILES
           IF NOT FILE-UNUSABLE
               PERFORM COPY-EXISTING-TRANSACTIONS
               PERFORM UNTIL PARTNER-EOF
                   READ PARTNER-FILE
                       AT END
                           SET PARTNER-EOF TO TRUE
                       NOT AT END
                           PERFORM CONVERT-ONE-ROW
                   END-READ
               END-PERFORM
               IF BULK-MODE AND WS-BULK-ITEMS > 0
                   PERFORM WRITE-BULK-TXN
               END-IF
               PERFORM WRITE-TXN-TRAILER
           END-IF
           PERFORM WRITE-SUMMARY
           PERFORM CLOSE-CONVERT-FILES
           EVALUATE TRUE
               WHEN FILE-UNUSABLE OR BALANCE-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       LOAD-PARTNER-CONFIG.
           MOVE SPACES TO WS-PARTNER-CODE-ENV
           ACCEPT WS-PARTNER-CODE-ENV
               FROM ENVIRONMENT "CUSTOMER_PARTNER_CODE"
           IF WS-PARTNER-CODE-ENV NOT = SPACES
               MOVE WS-PARTNER-CODE-ENV TO WS-PARTNER-CODE
           END-IF
           MOVE SPACES TO WS-PARTNER-DELIM-ENV
           ACCEPT WS-PARTNER-DELIM-ENV
               FROM ENVIRONMENT "CUSTOMER_PARTNER_DELIMITER"
           IF WS-PARTNER-DELIM-ENV NOT = SPACES
               MOVE WS-PARTNER-DELIM-ENV TO WS-PARTNER-DELIM
           END-IF
           MOVE SPACES TO WS-HEADER-ENV
           ACCEPT WS-HEADER-ENV
               FROM ENVIRONMENT "CUSTOMER_PARTNER_HEADER"
           IF WS-HEADER-ENV = "N"
               MOVE "N" TO WS-HEADER-FLAG
           END-IF
           MOVE SPACES TO WS-TXN-MODE-ENV
           ACCEPT WS-TXN-MODE-ENV
               FROM ENVIRONMENT "CUSTOMER_PARTNER_TXN_MODE"
           IF WS-TXN-MODE-ENV = "BULK"
               MOVE "BULK" TO WS-TXN-MODE
           END-IF
           DISPLAY "CUSTOMER-PARTNER-CONVERT: partner="
               WS-PARTNER-CODE " mode=" WS-TXN-MODE
               " delimiter=" WS-PARTNER-DELIM.

       OPEN-CONVERT-FILES.
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-PARTNER-CONVERT: cannot open partner "
                   "file, status=" WS-PARTNER-FILE-STATUS
               SET FILE-UNUSABLE TO TRUE
               SET PARTNER-EOF TO TRUE
           ELSE
               OPEN OUTPUT CUSTOMER-TXN-FILE
               OPEN OUTPUT PARTNER-EXCEPTION-FILE
           END-IF.

       COPY-EXISTING-TRANSACTIONS.
           OPEN INPUT EXISTING-TXN-FILE
           IF WS-EXISTING-FILE-STATUS NOT = "00"
               SET EXISTING-EOF TO TRUE
               SET EXISTING-TRAILER-SEEN TO TRUE
           END-IF
           PERFORM UNTIL EXISTING-EOF
               READ EXISTING-TXN-FILE
                   AT END
                       SET EXISTING-EOF TO TRUE
                   NOT AT END
                       PERFORM COPY-ONE-EXISTING-TXN
               END-READ
           END-PERFORM
           IF WS-EXISTING-FILE-STATUS NOT = "35"
               CLOSE EXISTING-TXN-FILE
           END-IF
           EVALUATE TRUE
               WHEN NOT EXISTING-TRAILER-SEEN
                   DISPLAY "CUSTOMER-PARTNER-CONVERT: WARNING - no "
                       "trailer on the existing transaction file"
                   SET BALANCE-FAILED TO TRUE
               WHEN WS-EXISTING-EXPECTED NOT = WS-EXISTING-COUNT
                   DISPLAY "CUSTOMER-PARTNER-CONVERT: WARNING - "
                       "existing trailer expects "
                       WS-EXISTING-EXPECTED " record(s) but "
                       WS-EXISTING-COUNT " were read"
                   SET BALANCE-FAILED TO TRUE
           END-EVALUATE.

       COPY-ONE-EXISTING-TXN.
           MOVE EXISTING-TXN-RECORD TO WS-EXISTING-TRAILER
           IF WS-ET-OPERATION = "*TRAILER*"
               SET EXISTING-TRAILER-SEEN TO TRUE
               MOVE WS-ET-COUNT TO WS-EXISTING-EXPECTED
           ELSE
               ADD 1 TO WS-EXISTING-COUNT
               MOVE EXISTING-TXN-RECORD TO TXN-RECORD
               WRITE TXN-RECORD
               ADD 1 TO WS-TXN-WRITTEN
           END-IF.

       CONVERT-ONE-ROW.
           ADD 1 TO WS-ROW-NO
           EVALUATE TRUE
               WHEN PARTNER-ROW = SPACES
                   CONTINUE
               WHEN PARTNER-HAS-HEADER AND NOT HEADER-SKIPPED
                   SET HEADER-SKIPPED TO TRUE
               WHEN OTHER
                   PERFORM SPLIT-PARTNER-ROW
                   PERFORM VALIDATE-PARTNER-ROW
                   IF WS-REJECT-REASON = SPACES
                       PERFORM BUILD-ROW-JSON
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-ROWS-MAPPED
                       IF BULK-MODE
                           PERFORM ADD-ROW-TO-BULK
                       ELSE
                           PERFORM WRITE-CREATE-TXN
                       END-IF
                   ELSE
                       PERFORM WRITE-EXCEPTION-LINE
                   END-IF
           END-EVALUATE.

       SPLIT-PARTNER-ROW.
           MOVE SPACES TO WS-ROW-NAME WS-ROW-EMAIL WS-ROW-STATUS
               WS-ROW-ADDR-LINE1 WS-ROW-ADDR-LINE2 WS-ROW-ADDR-CITY
               WS-ROW-ADDR-STATE WS-ROW-ADDR-ZIP WS-ROW-CONTACT-PREF
               WS-ROW-OPT-IN
      * A double quote or backslash in partner data would break the
      * payload JSON; they are not meaningful in any mapped field.
           INSPECT PARTNER-ROW REPLACING ALL """" BY "'"
           INSPECT PARTNER-ROW REPLACING ALL "\" BY "/"
           UNSTRING PARTNER-ROW DELIMITED BY WS-PARTNER-DELIM
               INTO WS-ROW-NAME WS-ROW-EMAIL WS-ROW-STATUS
                    WS-ROW-ADDR-LINE1 WS-ROW-ADDR-LINE2
                    WS-ROW-ADDR-CITY WS-ROW-ADDR-STATE
                    WS-ROW-ADDR-ZIP WS-ROW-CONTACT-PREF
                    WS-ROW-OPT-IN
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-ROW-NAME) TO WS-ROW-NAME
           MOVE FUNCTION TRIM(WS-ROW-EMAIL) TO WS-ROW-EMAIL
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-STATUS))
               TO WS-ROW-STATUS
           MOVE FUNCTION TRIM(WS-ROW-ADDR-LINE1) TO WS-ROW-ADDR-LINE1
           MOVE FUNCTION TRIM(WS-ROW-ADDR-LINE2) TO WS-ROW-ADDR-LINE2
           MOVE FUNCTION TRIM(WS-ROW-ADDR-CITY) TO WS-ROW-ADDR-CITY
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-ADDR-STATE))
               TO WS-ROW-ADDR-STATE
           MOVE FUNCTION TRIM(WS-ROW-ADDR-ZIP) TO WS-ROW-ADDR-ZIP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-CONTACT-PREF))
               TO WS-ROW-CONTACT-PREF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-OPT-IN))
               TO WS-ROW-OPT-IN.

       VALIDATE-PARTNER-ROW.
           MOVE SPACES TO WS-REJECT-REASON WS-REJECT-VALUE
               WS-REJECT-DETAIL
           PERFORM MAP-PARTNER-STATUS
           EVALUATE TRUE
               WHEN WS-ROW-NAME = SPACES
                   MOVE "NONAME" TO WS-REJECT-REASON
                   MOVE "Customer name is missing" TO WS-REJECT-DETAIL
               WHEN WS-ROW-EMAIL = SPACES
                   MOVE "NOEMAIL" TO WS-REJECT-REASON
                   MOVE "Customer email is missing" TO WS-REJECT-DETAIL
               WHEN OTHER
                   PERFORM VALIDATE-EMAIL-SHAPE
                   EVALUATE TRUE
                       WHEN NOT VALID-EMAIL-SHAPE
                           MOVE "BADEMAIL" TO WS-REJECT-REASON
                           MOVE WS-ROW-EMAIL TO WS-REJECT-VALUE
                           MOVE "Customer email is not a valid address"
                               TO WS-REJECT-DETAIL
                       WHEN WS-MAPPED-STATUS = SPACES
                           MOVE "BADSTATUS" TO WS-REJECT-REASON
                           MOVE WS-ROW-STATUS TO WS-REJECT-VALUE
                           MOVE "Status is not a known status value"
                               TO WS-REJECT-DETAIL
                       WHEN OTHER
                           PERFORM VALIDATE-PARTNER-ADDRESS
                   END-EVALUATE
           END-EVALUATE.

      * Blank and the ACTIVE/INACTIVE/SUSPENDED names or their
      * initials map; anything else is unknown and left blank.
       MAP-PARTNER-STATUS.
           EVALUATE WS-ROW-STATUS
               WHEN SPACES
               WHEN "A"
               WHEN "ACTIVE"
                   MOVE "ACTIVE" TO WS-MAPPED-STATUS
               WHEN "I"
               WHEN "INACTIVE"
                   MOVE "INACTIVE" TO WS-MAPPED-STATUS
               WHEN "S"
               WHEN "SUSPENDED"
                   MOVE "SUSPENDED" TO WS-MAPPED-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-MAPPED-STATUS
           END-EVALUATE.

      * Same check CUSTOMER-SERVICE applies on CREATE, done here so
      * the partner gets the row number instead of a 422 in TXNLOG.
       VALIDATE-PARTNER-ADDRESS.
           IF WS-ROW-ADDR-STATE(3:8) NOT = SPACES
               MOVE "BADADDR" TO WS-REJECT-REASON
               MOVE WS-ROW-ADDR-STATE TO WS-REJECT-VALUE
               MOVE "State must be a 2-letter state code"
                   TO WS-REJECT-DETAIL
           ELSE
               MOVE WS-ROW-ADDR-STATE TO ADCK-STATE
               MOVE WS-ROW-ADDR-ZIP TO ADCK-ZIP
               CALL "CUSTOMER-ADDR-CHECK" USING ADDR-CHECK-CTX
               IF NOT ADCK-VALID
                       AND NOT ADCK-NO-ADDRESS
                       AND NOT ADCK-REF-UNAVAILABLE
                   MOVE "BADADDR" TO WS-REJECT-REASON
                   STRING FUNCTION TRIM(WS-ROW-ADDR-STATE)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ROW-ADDR-ZIP)
                               DELIMITED BY SIZE
                       INTO WS-REJECT-VALUE
                   END-STRING
                   MOVE ADCK-MESSAGE TO WS-REJECT-DETAIL
               END-IF
           END-IF.

       VALIDATE-EMAIL-SHAPE.
           MOVE "N" TO WS-EMAIL-VALID
           MOVE 0 TO WS-AT-COUNT
           MOVE SPACES TO WS-LOCAL-PART WS-DOMAIN-PART
           INSPECT WS-ROW-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT = 1
               UNSTRING WS-ROW-EMAIL DELIMITED BY "@"
                   INTO WS-LOCAL-PART WS-DOMAIN-PART
               END-UNSTRING
               IF WS-LOCAL-PART NOT = SPACES
                   AND WS-DOMAIN-PART NOT = SPACES
                   MOVE 0 TO WS-DOT-COUNT
                   INSPECT WS-DOMAIN-PART TALLYING WS-DOT-COUNT
                       FOR ALL "."
                   IF WS-DOT-COUNT > 0
                       SET VALID-EMAIL-SHAPE TO TRUE
                   END-IF
               END-IF
           END-IF.

       BUILD-ROW-JSON.
           MOVE SPACES TO WS-ROW-JSON
           MOVE 1 TO WS-ROW-PTR
           MOVE "N" TO WS-ROW-OVERFLOW-FLAG
           STRING "{""name"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-NAME) DELIMITED BY SIZE
                   """,""email"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-EMAIL) DELIMITED BY SIZE
                   """,""status"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-MAPPED-STATUS) DELIMITED BY SIZE
                   """" DELIMITED BY SIZE
               INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
               ON OVERFLOW
                   SET ROW-OVERFLOW TO TRUE
           END-STRING
           IF WS-ROW-ADDR-LINE1 NOT = SPACES
               STRING ",""addrLine1"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-ADDR-LINE1)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF WS-ROW-ADDR-LINE2 NOT = SPACES
               STRING ",""addrLine2"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-ADDR-LINE2)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF WS-ROW-ADDR-CITY NOT = SPACES
               STRING ",""addrCity"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-ADDR-CITY)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF WS-ROW-ADDR-STATE NOT = SPACES
               STRING ",""addrState"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-ADDR-STATE)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF WS-ROW-ADDR-ZIP NOT = SPACES
               STRING ",""addrZip"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-ADDR-ZIP)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
           IF WS-ROW-CONTACT-PREF = "EMAIL" OR "MAIL" OR "PHONE"
                   OR "NONE"
               STRING ",""contactPref"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROW-CONTACT-PREF)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
      * Consent is only carried when the partner states it plainly;
      * anything else leaves the customer opted out (the CREATE
      * default).
           MOVE SPACES TO WS-MAPPED-OPT-IN
           EVALUATE WS-ROW-OPT-IN
               WHEN "Y"
               WHEN "YES"
                   MOVE "Y" TO WS-MAPPED-OPT-IN
               WHEN "N"
               WHEN "NO"
                   MOVE "N" TO WS-MAPPED-OPT-IN
           END-EVALUATE
           IF WS-MAPPED-OPT-IN NOT = SPACES
               STRING ",""marketingOptIn"":""" DELIMITED BY SIZE
                       WS-MAPPED-OPT-IN DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                   INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
                   ON OVERFLOW
                       SET ROW-OVERFLOW TO TRUE
               END-STRING
           END-IF
           STRING "}" DELIMITED BY SIZE
               INTO WS-ROW-JSON WITH POINTER WS-ROW-PTR
               ON OVERFLOW
                   SET ROW-OVERFLOW TO TRUE
           END-STRING
           COMPUTE WS-ROW-LEN = WS-ROW-PTR - 1
      * BULK-CREATE items are split into 300-byte slots.
           IF BULK-MODE AND WS-ROW-LEN > 300
               SET ROW-OVERFLOW TO TRUE
           END-IF
           IF ROW-OVERFLOW
               MOVE "TOOLONG" TO WS-REJECT-REASON
               MOVE WS-ROW-NAME TO WS-REJECT-VALUE
               MOVE "Row does not fit one transaction payload"
                   TO WS-REJECT-DETAIL
           END-IF.

       WRITE-CREATE-TXN.
           PERFORM SET-UP-NEW-TXN
           MOVE "CREATE" TO TXN-OPERATION
           MOVE WS-ROW-JSON TO TXN-PAYLOAD
           WRITE TXN-RECORD
           ADD 1 TO WS-TXN-WRITTEN.

       ADD-ROW-TO-BULK.
           IF WS-BULK-ITEMS > 0
               IF WS-BULK-ITEMS >= WS-BULK-ITEM-MAX
                       OR WS-BULK-PTR + 3 + WS-ROW-LEN > 501
                   PERFORM WRITE-BULK-TXN
               END-IF
           END-IF
           IF WS-BULK-ITEMS > 0
               STRING "|||" DELIMITED BY SIZE
                   INTO WS-BULK-PAYLOAD WITH POINTER WS-BULK-PTR
               END-STRING
           END-IF
           STRING WS-ROW-JSON(1:WS-ROW-LEN) DELIMITED BY SIZE
               INTO WS-BULK-PAYLOAD WITH POINTER WS-BULK-PTR
           END-STRING
           ADD 1 TO WS-BULK-ITEMS.

       WRITE-BULK-TXN.
           PERFORM SET-UP-NEW-TXN
           MOVE "BULK-CREATE" TO TXN-OPERATION
           MOVE WS-BULK-PAYLOAD TO TXN-PAYLOAD
           WRITE TXN-RECORD
           ADD 1 TO WS-TXN-WRITTEN
           MOVE SPACES TO WS-BULK-PAYLOAD
           MOVE 1 TO WS-BULK-PTR
           MOVE 0 TO WS-BULK-ITEMS.

       SET-UP-NEW-TXN.
           ADD 1 TO WS-TXN-SEQ
           MOVE SPACES TO TXN-RECORD
           MOVE 0 TO TXN-PAGE TXN-PAGE-SIZE
           MOVE "N" TO TXN-PRIORITY
           STRING "P" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PARTNER-CODE) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TXN-SEQ DELIMITED BY SIZE
               INTO TXN-CORRELATION-ID
           END-STRING.

       WRITE-TXN-TRAILER.
           MOVE SPACES TO TXN-RECORD
           MOVE "*TRAILER*" TO TXN-OPERATION
           MOVE WS-TXN-WRITTEN TO TXN-TRAILER-COUNT
           WRITE TXN-RECORD.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-RUN-TIMESTAMP TO PX-RUN-TIMESTAMP
           MOVE WS-PARTNER-CODE TO PX-PARTNER-CODE
           MOVE WS-ROW-NO TO PX-ROW-NO
           MOVE WS-REJECT-REASON TO PX-REASON-CODE
           MOVE WS-REJECT-VALUE TO PX-FIELD-VALUE
           MOVE WS-REJECT-DETAIL TO PX-DETAIL
           WRITE PARTNER-EXCEPTION-RECORD.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-PARTNER-CONVERT: rows=" WS-ROW-NO
               " mapped=" WS-ROWS-MAPPED
               " exceptions=" WS-EXCEPTION-COUNT
           DISPLAY "CUSTOMER-PARTNER-CONVERT: existing="
               WS-EXISTING-COUNT " transactions written="
               WS-TXN-WRITTEN.

       CLOSE-CONVERT-FILES.
           IF NOT FILE-UNUSABLE
               CLOSE PARTNER-FILE
               CLOSE CUSTOMER-TXN-FILE
               CLOSE PARTNER-EXCEPTION-FILE
           END-IF.
