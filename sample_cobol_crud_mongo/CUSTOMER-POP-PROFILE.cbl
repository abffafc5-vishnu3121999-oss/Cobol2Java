       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-POP-PROFILE.

      *----------------------------------------------------------------
      * Monthly customer population profile. Reads every customer on
      * the VSAM master (rebuilt from Mongo by CUSTMLOAD) and counts
      * them by status, address state, tenure band (from the created
      * timestamp: under 1 year, 1-3, 3-5, 5 and over), contact
      * preference, marketing opt-in, and contact preference crossed
      * with opt-in. Each count is shown against the same cell in the
      * latest earlier month's run, read back from the PROFHIST
      * history file, and this month's figures are then appended to
      * PROFHIST for next month. A rerun in the same month compares
      * against the same prior month again.
      *
      * The report (PROFRPT) is written in dimension order through a
      * sort, so a cell that only existed last month (a state with no
      * customers left, say) still gets a line, flagged GONE.
      *
      * Ends RC 8, with no report and nothing added to the history,
      * when the master cannot be read or holds no customers - an
      * empty month would otherwise become next month's baseline.
      * RC 4 when the cell table overflowed and some cells were not
      * counted.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT PROFILE-HISTORY-FILE ASSIGN TO "PROFHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT PROFILE-REPORT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CELL-SORT-FILE ASSIGN TO "PROFSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY "copybooks/CUSTOMER-MASTER-RECORD.cpy".

       FD  PROFILE-HISTORY-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PROFILE-HISTORY-RECORD.cpy".

       FD  PROFILE-REPORT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/PROFILE-REPORT-RECORD.cpy".

       SD  CELL-SORT-FILE.
       01  CELL-SORT-RECORD.
           05  CSORT-DIM-SEQ         PIC 9(02).
           05  CSORT-VALUE           PIC X(12).
           05  CSORT-DIMENSION       PIC X(08).
           05  CSORT-COUNT           PIC 9(09).
           05  CSORT-PRIOR-COUNT     PIC 9(09).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-EOF             PIC X VALUE "N".
           88  MASTER-EOF                VALUE "Y".
       01  WS-HISTORY-EOF            PIC X VALUE "N".
           88  HISTORY-EOF               VALUE "Y".
       01  WS-SORT-RETURN-EOF        PIC X VALUE "N".
           88  SORT-RETURN-EOF           VALUE "Y".
       01  WS-MASTER-READ-FLAG       PIC X VALUE "N".
           88  MASTER-READ-OK            VALUE "Y".

       01  WS-RUN-TIMESTAMP          PIC X(26).
       01  WS-RUN-DATE               PIC 9(08).
       01  WS-PROFILE-MONTH          PIC X(06).
       01  WS-PRIOR-MONTH            PIC X(06) VALUE SPACES.
       01  WS-CREATED-DATE           PIC 9(08).
       01  WS-TENURE-YEARS           PIC 9(04).

       01  WS-SCANNED-COUNT          PIC 9(9) VALUE 0.
       01  WS-HISTORY-LOADED         PIC 9(9) VALUE 0.
       01  WS-REPORT-LINES           PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-COUNT         PIC 9(9) VALUE 0.

      *----------------------------------------------------------------
      * One entry per dimension/value cell seen this month or in the
      * prior month. About a hundred are used in practice (fifty-odd
      * states plus the fixed bands); a cell that does not fit is
      * counted in WS-OVERFLOW-COUNT and the run ends RC 4.
      *----------------------------------------------------------------
       01  WS-CELL-COUNT             PIC 9(4) VALUE 0.
       01  WS-CELL-MAX               PIC 9(4) VALUE 300.
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 300 TIMES INDEXED BY WS-CELL-IDX.
               10  WS-CELL-DIMENSION     PIC X(08).
               10  WS-CELL-VALUE         PIC X(12).
               10  WS-CELL-COUNT-NOW     PIC 9(09).
               10  WS-CELL-COUNT-PRIOR   PIC 9(09).

       01  WS-FIND-DIMENSION         PIC X(08).
       01  WS-FIND-VALUE             PIC X(12).
       01  WS-CELL-FOUND-FLAG        PIC X VALUE "N".
           88  CELL-FOUND                VALUE "Y".
       01  WS-CONSENT-VALUE          PIC X(12).
       01  WS-COUNT-ED               PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-TIMESTAMP(1:6) TO WS-PROFILE-MONTH
           PERFORM LOAD-PRIOR-MONTH
           PERFORM SCAN-MASTER-FILE
           IF NOT MASTER-READ-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SCANNED-COUNT = 0
                   DISPLAY "CUSTOMER-POP-PROFILE: master file holds "
                       "no customers; no profile written"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT PROFILE-REPORT-FILE
                   MOVE "N" TO WS-SORT-RETURN-EOF
                   SORT CELL-SORT-FILE
                       ON ASCENDING KEY CSORT-DIM-SEQ CSORT-VALUE
                       INPUT PROCEDURE IS RELEASE-CELLS
                       OUTPUT PROCEDURE IS WRITE-REPORT-LINES
                   CLOSE PROFILE-REPORT-FILE
                   PERFORM APPEND-MONTH-HISTORY
                   PERFORM WRITE-SUMMARY
                   IF WS-OVERFLOW-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * The prior month is the latest month in the history that is
      * earlier than this one; figures for any older month are
      * dropped as soon as a later one turns up. A missing history
      * file is a first run and simply leaves no prior month.
      *----------------------------------------------------------------
       LOAD-PRIOR-MONTH.
           MOVE "N" TO WS-HISTORY-EOF
           OPEN INPUT PROFILE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-POP-PROFILE: no profile history ("
                   "status=" WS-HISTORY-FILE-STATUS
                   "); changes are not shown this month"
               SET HISTORY-EOF TO TRUE
           END-IF
           PERFORM UNTIL HISTORY-EOF
               READ PROFILE-HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-HISTORY-FIGURE
               END-READ
           END-PERFORM
           IF WS-HISTORY-FILE-STATUS NOT = "35"
               CLOSE PROFILE-HISTORY-FILE
           END-IF.

       LOAD-ONE-HISTORY-FIGURE.
           IF PHST-MONTH < WS-PROFILE-MONTH
               IF PHST-MONTH > WS-PRIOR-MONTH
                       OR WS-PRIOR-MONTH = SPACES
                   MOVE PHST-MONTH TO WS-PRIOR-MONTH
                   MOVE 0 TO WS-CELL-COUNT
                   MOVE 0 TO WS-HISTORY-LOADED
               END-IF
               IF PHST-MONTH = WS-PRIOR-MONTH
                   MOVE PHST-DIMENSION TO WS-FIND-DIMENSION
                   MOVE PHST-VALUE TO WS-FIND-VALUE
                   PERFORM FIND-OR-ADD-CELL
                   IF CELL-FOUND
                       MOVE PHST-COUNT
                           TO WS-CELL-COUNT-PRIOR(WS-CELL-IDX)
                       ADD 1 TO WS-HISTORY-LOADED
                   END-IF
               END-IF
           END-IF.

       SCAN-MASTER-FILE.
           MOVE "N" TO WS-MASTER-EOF
           MOVE "N" TO WS-MASTER-READ-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-POP-PROFILE: cannot open master "
                   "file, status=" WS-MASTER-FILE-STATUS
               SET MASTER-EOF TO TRUE
           ELSE
               SET MASTER-READ-OK TO TRUE
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       SET MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM PROFILE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           IF MASTER-READ-OK
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       PROFILE-ONE-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNT
           MOVE "TOTAL" TO WS-FIND-DIMENSION
           MOVE "ALL" TO WS-FIND-VALUE
           PERFORM COUNT-IN-CELL
           MOVE "STATUS" TO WS-FIND-DIMENSION
           MOVE MASTER-CUST-STATUS TO WS-FIND-VALUE
           PERFORM COUNT-IN-CELL
           MOVE "STATE" TO WS-FIND-DIMENSION
           MOVE MASTER-ADDR-STATE TO WS-FIND-VALUE
           PERFORM COUNT-IN-CELL
           MOVE "TENURE" TO WS-FIND-DIMENSION
           PERFORM SET-TENURE-BAND
           PERFORM COUNT-IN-CELL
           MOVE "CONTACT" TO WS-FIND-DIMENSION
           MOVE MASTER-CONTACT-PREF TO WS-FIND-VALUE
           PERFORM COUNT-IN-CELL
           MOVE "OPT-IN" TO WS-FIND-DIMENSION
           MOVE MASTER-MARKETING-OPT-IN TO WS-FIND-VALUE
           PERFORM COUNT-IN-CELL
           MOVE SPACES TO WS-CONSENT-VALUE
           IF MASTER-CONTACT-PREF = SPACES
               MOVE "UNSET" TO WS-CONSENT-VALUE
           ELSE
               MOVE MASTER-CONTACT-PREF TO WS-CONSENT-VALUE
           END-IF
           MOVE SPACES TO WS-FIND-VALUE
           IF MASTER-MARKETING-OPT-IN = SPACES
               STRING FUNCTION TRIM(WS-CONSENT-VALUE)
                           DELIMITED BY SIZE
                       "/-" DELIMITED BY SIZE
                   INTO WS-FIND-VALUE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CONSENT-VALUE)
                           DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       MASTER-MARKETING-OPT-IN DELIMITED BY SIZE
                   INTO WS-FIND-VALUE
               END-STRING
           END-IF
           MOVE "CONSENT" TO WS-FIND-DIMENSION
           PERFORM COUNT-IN-CELL.

      *----------------------------------------------------------------
      * Completed years between the created date and today, by the
      * YYYYMMDD subtraction (a full year has passed once the month
      * and day are reached again). A created date in the future -
      * clock skew on a same-day create - counts as under a year.
      *----------------------------------------------------------------
       SET-TENURE-BAND.
           IF MASTER-CREATED-TS(1:8) IS NOT NUMERIC
                   OR MASTER-CREATED-TS(1:8) < "19000101"
               MOVE "UNKNOWN" TO WS-FIND-VALUE
           ELSE
               MOVE MASTER-CREATED-TS(1:8) TO WS-CREATED-DATE
               IF WS-CREATED-DATE > WS-RUN-DATE
                   MOVE 0 TO WS-TENURE-YEARS
               ELSE
                   COMPUTE WS-TENURE-YEARS =
                       (WS-RUN-DATE - WS-CREATED-DATE) / 10000
               END-IF
               EVALUATE TRUE
                   WHEN WS-TENURE-YEARS < 1
                       MOVE "0-1 YRS" TO WS-FIND-VALUE
                   WHEN WS-TENURE-YEARS < 3
                       MOVE "1-3 YRS" TO WS-FIND-VALUE
                   WHEN WS-TENURE-YEARS < 5
                       MOVE "3-5 YRS" TO WS-FIND-VALUE
                   WHEN OTHER
                       MOVE "5+ YRS" TO WS-FIND-VALUE
               END-EVALUATE
           END-IF.

       COUNT-IN-CELL.
           IF WS-FIND-VALUE = SPACES
               MOVE "UNSET" TO WS-FIND-VALUE
           END-IF
           PERFORM FIND-OR-ADD-CELL
           IF CELL-FOUND
               ADD 1 TO WS-CELL-COUNT-NOW(WS-CELL-IDX)
           END-IF.

       FIND-OR-ADD-CELL.
           MOVE "N" TO WS-CELL-FOUND-FLAG
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT OR CELL-FOUND
               IF WS-CELL-DIMENSION(WS-CELL-IDX) = WS-FIND-DIMENSION
                       AND WS-CELL-VALUE(WS-CELL-IDX) = WS-FIND-VALUE
                   SET CELL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CELL-FOUND
               SET WS-CELL-IDX DOWN BY 1
           ELSE
               IF WS-CELL-COUNT < WS-CELL-MAX
                   ADD 1 TO WS-CELL-COUNT
                   SET WS-CELL-IDX TO WS-CELL-COUNT
                   MOVE WS-FIND-DIMENSION
                       TO WS-CELL-DIMENSION(WS-CELL-IDX)
                   MOVE WS-FIND-VALUE TO WS-CELL-VALUE(WS-CELL-IDX)
                   MOVE 0 TO WS-CELL-COUNT-NOW(WS-CELL-IDX)
                   MOVE 0 TO WS-CELL-COUNT-PRIOR(WS-CELL-IDX)
                   SET CELL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       RELEASE-CELLS.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               MOVE WS-CELL-DIMENSION(WS-CELL-IDX) TO CSORT-DIMENSION
               MOVE WS-CELL-VALUE(WS-CELL-IDX) TO CSORT-VALUE
               MOVE WS-CELL-COUNT-NOW(WS-CELL-IDX) TO CSORT-COUNT
               MOVE WS-CELL-COUNT-PRIOR(WS-CELL-IDX)
                   TO CSORT-PRIOR-COUNT
               EVALUATE CSORT-DIMENSION
                   WHEN "TOTAL"
                       MOVE 1 TO CSORT-DIM-SEQ
                   WHEN "STATUS"
                       MOVE 2 TO CSORT-DIM-SEQ
                   WHEN "STATE"
                       MOVE 3 TO CSORT-DIM-SEQ
                   WHEN "TENURE"
                       MOVE 4 TO CSORT-DIM-SEQ
                   WHEN "CONTACT"
                       MOVE 5 TO CSORT-DIM-SEQ
                   WHEN "OPT-IN"
                       MOVE 6 TO CSORT-DIM-SEQ
                   WHEN OTHER
                       MOVE 7 TO CSORT-DIM-SEQ
               END-EVALUATE
               RELEASE CELL-SORT-RECORD
           END-PERFORM.

       WRITE-REPORT-LINES.
           PERFORM UNTIL SORT-RETURN-EOF
               RETURN CELL-SORT-FILE
                   AT END
                       SET SORT-RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-REPORT-LINE
               END-RETURN
           END-PERFORM.

       WRITE-ONE-REPORT-LINE.
           MOVE SPACES TO PROFILE-REPORT-RECORD
           MOVE WS-RUN-TIMESTAMP TO PROF-RUN-TIMESTAMP
           MOVE WS-PROFILE-MONTH TO PROF-MONTH
           MOVE WS-PRIOR-MONTH TO PROF-PRIOR-MONTH
           MOVE CSORT-DIMENSION TO PROF-DIMENSION
           MOVE CSORT-VALUE TO PROF-VALUE
           MOVE CSORT-COUNT TO PROF-COUNT
           MOVE CSORT-PRIOR-COUNT TO PROF-PRIOR-COUNT
           IF CSORT-COUNT < CSORT-PRIOR-COUNT
               MOVE "-" TO PROF-CHANGE-SIGN
               COMPUTE PROF-CHANGE = CSORT-PRIOR-COUNT - CSORT-COUNT
           ELSE
               MOVE "+" TO PROF-CHANGE-SIGN
               COMPUTE PROF-CHANGE = CSORT-COUNT - CSORT-PRIOR-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-MONTH = SPACES
                   SET PROF-NO-PRIOR TO TRUE
               WHEN CSORT-PRIOR-COUNT = 0
                   SET PROF-NEW-CELL TO TRUE
               WHEN CSORT-COUNT = 0
                   SET PROF-GONE-CELL TO TRUE
           END-EVALUATE
           WRITE PROFILE-REPORT-RECORD
           ADD 1 TO WS-REPORT-LINES.

      *----------------------------------------------------------------
      * Only cells with customers this month are kept; a cell missing
      * from a month's figures reads back as zero next month.
      *----------------------------------------------------------------
       APPEND-MONTH-HISTORY.
           OPEN EXTEND PROFILE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT PROFILE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "CUSTOMER-POP-PROFILE: cannot open profile "
                   "history, status=" WS-HISTORY-FILE-STATUS
                   "; next month will show no changes"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                       UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   IF WS-CELL-COUNT-NOW(WS-CELL-IDX) > 0
                       MOVE SPACES TO PROFILE-HISTORY-RECORD
                       MOVE WS-PROFILE-MONTH TO PHST-MONTH
                       MOVE WS-RUN-TIMESTAMP TO PHST-RUN-TIMESTAMP
                       MOVE WS-CELL-DIMENSION(WS-CELL-IDX)
                           TO PHST-DIMENSION
                       MOVE WS-CELL-VALUE(WS-CELL-IDX) TO PHST-VALUE
                       MOVE WS-CELL-COUNT-NOW(WS-CELL-IDX)
                           TO PHST-COUNT
                       WRITE PROFILE-HISTORY-RECORD
                   END-IF
               END-PERFORM
               CLOSE PROFILE-HISTORY-FILE
           END-IF.

       WRITE-SUMMARY.
           DISPLAY "CUSTOMER-POP-PROFILE: month=" WS-PROFILE-MONTH
               " prior-month=" WS-PRIOR-MONTH
               " customers=" WS-SCANNED-COUNT
               " cells=" WS-CELL-COUNT
               " report-lines=" WS-REPORT-LINES
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-ED
               DISPLAY "CUSTOMER-POP-PROFILE: WARNING - cell table "
                   "full, " FUNCTION TRIM(WS-COUNT-ED)
                   " counts not profiled"
           END-IF.
