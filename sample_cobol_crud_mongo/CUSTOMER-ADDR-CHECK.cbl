       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ADDR-CHECK.

      *----------------------------------------------------------------
      * ZIP/state reference check. The ZIPSTATE reference file is
      * loaded into a range table on the first call and kept for the
      * life of the run unit, so a batch step reads it once however
      * many customers it checks. Rules, in order:
      *   - blank state and blank ZIP: no address on file (NOADDR);
      *     whether that matters is the caller's decision.
      *   - one of the two blank: INCOMPLETE.
      *   - ZIP not 5 digits or ZIP+4 (99999-9999): BADZIP.
      *   - state not in the reference file at all: BADSTATE.
      *   - ZIP outside every range of that state: MISMATCH, with
      *     ADCK-ZIP-STATE naming the state the ZIP does belong to.
      * A missing or empty reference file returns NOREF rather than
      * failing every address; the caller decides whether to let the
      * address through.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-STATE-FILE ASSIGN TO "ZIPSTATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZIPS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-STATE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/ZIP-STATE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ZIPS-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-ZIPS-EOF           PIC X VALUE "N".
           88  ZIPS-EOF              VALUE "Y".
       01  WS-ZIPS-LOADED-FLAG   PIC X VALUE "N".
           88  ZIPS-LOADED           VALUE "Y".
       01  WS-ZIPS-MAX           PIC 9(4) VALUE 500.
       01  WS-ZIPS-COUNT         PIC 9(4) VALUE 0.
       01  WS-ZIPS-TABLE.
           05  WS-ZR-ENTRY OCCURS 500 TIMES INDEXED BY WS-ZR-IDX.
               10  WS-ZR-LOW             PIC X(05).
               10  WS-ZR-HIGH            PIC X(05).
               10  WS-ZR-STATE           PIC X(02).

       01  WS-CHECK-STATE        PIC X(02).
       01  WS-CHECK-ZIP          PIC X(10).
       01  WS-CHECK-ZIP5         PIC X(05).
       01  WS-ZIP-SHAPE-FLAG     PIC X VALUE "N".
           88  ZIP-SHAPE-OK          VALUE "Y".
       01  WS-STATE-KNOWN-FLAG   PIC X VALUE "N".
           88  STATE-KNOWN           VALUE "Y".
       01  WS-ZIP-IN-STATE-FLAG  PIC X VALUE "N".
           88  ZIP-IN-STATE          VALUE "Y".

       LINKAGE SECTION.
       COPY "copybooks/ADDR-CHECK-CTX.cpy".

       PROCEDURE DIVISION USING ADDR-CHECK-CTX.
       ADDR-CHECK-MAIN.
           IF NOT ZIPS-LOADED
               PERFORM LOAD-ZIP-STATE-TABLE
           END-IF
           MOVE SPACES TO ADCK-RESULT ADCK-MESSAGE ADCK-ZIP-STATE
           MOVE ADCK-STATE TO WS-CHECK-STATE
           INSPECT WS-CHECK-STATE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ADCK-ZIP TO WS-CHECK-ZIP
           EVALUATE TRUE
               WHEN WS-CHECK-STATE = SPACES AND WS-CHECK-ZIP = SPACES
                   SET ADCK-NO-ADDRESS TO TRUE
                   MOVE "No state or ZIP code on file" TO ADCK-MESSAGE
               WHEN WS-CHECK-STATE = SPACES OR WS-CHECK-ZIP = SPACES
                   SET ADCK-INCOMPLETE TO TRUE
                   MOVE "State and ZIP code must be supplied together"
                       TO ADCK-MESSAGE
               WHEN OTHER
                   PERFORM CHECK-ZIP-SHAPE
                   IF NOT ZIP-SHAPE-OK
                       SET ADCK-BAD-ZIP TO TRUE
                       MOVE "ZIP code must be 5 digits or ZIP+4"
                           TO ADCK-MESSAGE
                   ELSE
                       IF WS-ZIPS-COUNT = 0
                           SET ADCK-REF-UNAVAILABLE TO TRUE
                           MOVE "ZIP/state reference file unavailable"
                               TO ADCK-MESSAGE
                       ELSE
                           PERFORM CHECK-ZIP-AGAINST-STATE
                       END-IF
                   END-IF
           END-EVALUATE
           GOBACK.

       LOAD-ZIP-STATE-TABLE.
           SET ZIPS-LOADED TO TRUE
           MOVE 0 TO WS-ZIPS-COUNT
           MOVE "N" TO WS-ZIPS-EOF
           OPEN INPUT ZIP-STATE-FILE
           IF WS-ZIPS-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-ADDR-CHECK: cannot open ZIPSTATE, "
                   "status=" WS-ZIPS-FILE-STATUS
                   " - ZIP/state check disabled"
               SET ZIPS-EOF TO TRUE
           END-IF
           PERFORM UNTIL ZIPS-EOF
               READ ZIP-STATE-FILE
                   AT END
                       SET ZIPS-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-ZIP-RANGE
               END-READ
           END-PERFORM
           IF WS-ZIPS-FILE-STATUS NOT = "35"
               CLOSE ZIP-STATE-FILE
           END-IF.

       STORE-ONE-ZIP-RANGE.
           IF ZIP-STATE-RECORD(1:1) NOT = "*"
                   AND ZIPS-STATE NOT = SPACES
               IF WS-ZIPS-COUNT < WS-ZIPS-MAX
                   ADD 1 TO WS-ZIPS-COUNT
                   MOVE ZIPS-ZIP-LOW TO WS-ZR-LOW(WS-ZIPS-COUNT)
                   MOVE ZIPS-ZIP-HIGH TO WS-ZR-HIGH(WS-ZIPS-COUNT)
                   MOVE ZIPS-STATE TO WS-ZR-STATE(WS-ZIPS-COUNT)
               ELSE
                   DISPLAY "CUSTOMER-ADDR-CHECK: ZIPSTATE has more "
                       "than " WS-ZIPS-MAX " ranges, row for "
                       ZIPS-STATE " " ZIPS-ZIP-LOW " ignored"
               END-IF
           END-IF.

       CHECK-ZIP-SHAPE.
           MOVE "N" TO WS-ZIP-SHAPE-FLAG
           MOVE WS-CHECK-ZIP(1:5) TO WS-CHECK-ZIP5
           IF WS-CHECK-ZIP5 IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-CHECK-ZIP(6:5) = SPACES
                       SET ZIP-SHAPE-OK TO TRUE
                   WHEN WS-CHECK-ZIP(6:1) = "-"
                           AND WS-CHECK-ZIP(7:4) IS NUMERIC
                       SET ZIP-SHAPE-OK TO TRUE
               END-EVALUATE
           END-IF.

       CHECK-ZIP-AGAINST-STATE.
           MOVE "N" TO WS-STATE-KNOWN-FLAG WS-ZIP-IN-STATE-FLAG
           PERFORM VARYING WS-ZR-IDX FROM 1 BY 1
                   UNTIL WS-ZR-IDX > WS-ZIPS-COUNT
               IF WS-ZR-STATE(WS-ZR-IDX) = WS-CHECK-STATE
                   SET STATE-KNOWN TO TRUE
                   IF WS-CHECK-ZIP5 >= WS-ZR-LOW(WS-ZR-IDX)
                           AND WS-CHECK-ZIP5 <= WS-ZR-HIGH(WS-ZR-IDX)
                       SET ZIP-IN-STATE TO TRUE
                   END-IF
               END-IF
               IF ADCK-ZIP-STATE = SPACES
                       AND WS-CHECK-ZIP5 >= WS-ZR-LOW(WS-ZR-IDX)
                       AND WS-CHECK-ZIP5 <= WS-ZR-HIGH(WS-ZR-IDX)
                   MOVE WS-ZR-STATE(WS-ZR-IDX) TO ADCK-ZIP-STATE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ZIP-IN-STATE
                   SET ADCK-VALID TO TRUE
                   MOVE WS-CHECK-STATE TO ADCK-ZIP-STATE
               WHEN NOT STATE-KNOWN
                   SET ADCK-BAD-STATE TO TRUE
                   MOVE "State code is not a recognized state"
                       TO ADCK-MESSAGE
               WHEN OTHER
                   SET ADCK-MISMATCH TO TRUE
                   MOVE "ZIP code does not match state" TO ADCK-MESSAGE
           END-EVALUATE.
