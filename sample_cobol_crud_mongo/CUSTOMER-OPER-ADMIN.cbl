       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-OPER-ADMIN.
      *----------------------------------------------------------------
      * Operator maintenance for the OPERIDS file that CUSTOMER-INQUIRY
      * signs on against. Supervisor-only (role S, active, not
      * expired): lists the operators a page at a time and lets the
      * supervisor add an operator (or re-grant a revoked one), change
      * a role, revoke access, or set / clear an access expiry date.
      * Every change is written back to OPERIDS at once and logged to
      * AUDITLOG - the target operator id in AUDIT-CUST-ID, the
      * supervisor in AUDIT-USER, and role / status / expiry before
      * and after in the old / new values - so access grants show up
      * in the same compliance trail as customer changes.
      *
      * A supervisor cannot change their own access; another
      * supervisor has to do it.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERIDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       COPY "copybooks/AUDIT-LOG-RECORD.cpy".

       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       COPY "copybooks/OPERATOR-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-OPER-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-OPER-EOF           PIC X VALUE "N".
           88  OPER-EOF              VALUE "Y".

      *----------------------------------------------------------------
      * The whole OPERIDS file is held in WS-OPER-TABLE and written
      * back in full after each change. It is re-read before every
      * change so two supervisors working at once do not overwrite
      * each other's last change. A file larger than the table is
      * listed but not maintained - rewriting it would drop entries.
      *----------------------------------------------------------------
       01  WS-OPER-TABLE-MAX     PIC 9(3) VALUE 200.
       01  WS-OPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPER-OVERFLOW-FLAG PIC X VALUE "N".
           88  OPER-TABLE-OVERFLOW   VALUE "Y".
       01  WS-OPER-TABLE.
           05  WS-OT-ENTRY OCCURS 200 TIMES INDEXED BY WS-OT-IDX.
               10  WS-OT-ID              PIC X(8).
               10  WS-OT-NAME            PIC X(30).
               10  WS-OT-ROLE            PIC X(1).
               10  WS-OT-ACCESS-STATUS   PIC X(1).
                   88  WS-OT-REVOKED         VALUE "R".
               10  WS-OT-EXPIRY-DATE     PIC X(8).
               10  WS-OT-CHANGED-BY      PIC X(8).
               10  WS-OT-CHANGED-TS      PIC X(26).
       01  WS-OT-FOUND-FLAG      PIC X VALUE "N".
           88  OT-FOUND              VALUE "Y".

       01  WS-OPERATOR-ID        PIC X(8).
       01  WS-SIGNON-OK-FLAG     PIC X VALUE "N".
           88  SIGNON-OK             VALUE "Y".
       01  WS-SIGNON-MESSAGE     PIC X(60).
       01  WS-TODAY-DATE         PIC X(8).
       01  WS-EXIT-FLAG          PIC X VALUE "N".
           88  EXIT-REQUESTED        VALUE "Y".

      *----------------------------------------------------------------
      * Maintenance screen inputs and the page of operators shown.
      *----------------------------------------------------------------
       01  WS-ADMIN-ACTION       PIC X.
           88  ACTION-ADD            VALUE "A".
           88  ACTION-ROLE           VALUE "R".
           88  ACTION-REVOKE         VALUE "X".
           88  ACTION-EXPIRY         VALUE "E".
           88  ACTION-NEXT-PAGE      VALUE "N".
       01  WS-ADMIN-TARGET-ID    PIC X(8).
       01  WS-ADMIN-NAME         PIC X(30).
       01  WS-ADMIN-ROLE         PIC X(1).
           88  ADMIN-ROLE-VALID      VALUE "U" "I" "S".
       01  WS-ADMIN-EXPIRY       PIC X(8).
       01  WS-ADMIN-EXPIRY-PARTS REDEFINES WS-ADMIN-EXPIRY.
           05  WS-ADMIN-EXPIRY-YYYY  PIC 9(4).
           05  WS-ADMIN-EXPIRY-MM    PIC 9(2).
           05  WS-ADMIN-EXPIRY-DD    PIC 9(2).
       01  WS-ADMIN-MESSAGE      PIC X(60).
       01  WS-PAGE-SIZE          PIC 9(2) VALUE 10.
       01  WS-PAGE-START         PIC 9(3) VALUE 1.
       01  WS-PAGE-LINE-NO       PIC 9(2).
       01  WS-PAGE-TABLE.
           05  WS-PAGE-LINE OCCURS 10 TIMES PIC X(78).
       01  WS-PAGE-BUILD-LINE    PIC X(78).
       01  WS-PAGE-STATUS-TEXT   PIC X(8).
       01  WS-PAGE-INFO          PIC X(40).
       01  WS-PAGE-FROM-ED       PIC ZZ9.
       01  WS-PAGE-TO-ED         PIC ZZ9.
       01  WS-PAGE-COUNT-ED      PIC ZZ9.
       01  WS-PAGE-SUB           PIC 9(3).

      *----------------------------------------------------------------
      * One AUDITLOG line per change.
      *----------------------------------------------------------------
       01  WS-AUDIT-OPERATION    PIC X(14).
       01  WS-AUDIT-RESP-CODE    PIC 9(3).
       01  WS-AUDIT-RESP-MESSAGE PIC X(80).
       01  WS-AUDIT-OLD-VALUES   PIC X(120).
       01  WS-AUDIT-NEW-VALUES   PIC X(120).
       01  WS-AUDIT-VALUES-BUILD PIC X(120).
       01  WS-AUDIT-ACCESS-CODE  PIC X(1).
       01  WS-CHANGE-TS          PIC X(26).
       01  WS-CHANGE-OK-FLAG     PIC X VALUE "N".
           88  CHANGE-SAVED          VALUE "Y".

       SCREEN SECTION.
       01  ADMIN-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER OPERATOR ADMIN - SIGN ON".
           05  LINE 3 COLUMN 1 PIC X(60) FROM WS-SIGNON-MESSAGE.
           05  LINE 5 COLUMN 1 VALUE "Supervisor ID:".
           05  LINE 5 COLUMN 16 PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 7 COLUMN 1 VALUE "(Leave blank to exit)".

       01  ADMIN-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "CUSTOMER OPERATOR ADMIN".
           05  LINE 2 COLUMN 1 PIC X(60) FROM WS-ADMIN-MESSAGE.
           05  LINE 4 COLUMN 1
               VALUE "ID       NAME                           ROLE".
           05  LINE 4 COLUMN 45 VALUE " STATUS   EXPIRY".
           05  LINE 5 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(1).
           05  LINE 6 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(2).
           05  LINE 7 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(3).
           05  LINE 8 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(4).
           05  LINE 9 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(5).
           05  LINE 10 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(6).
           05  LINE 11 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(7).
           05  LINE 12 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(8).
           05  LINE 13 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(9).
           05  LINE 14 COLUMN 1 PIC X(78) FROM WS-PAGE-LINE(10).
           05  LINE 15 COLUMN 1 PIC X(40) FROM WS-PAGE-INFO.
           05  LINE 17 COLUMN 1
               VALUE "Action (A add, R role, X revoke, E expiry,".
           05  LINE 17 COLUMN 43 VALUE " N next page):".
           05  LINE 17 COLUMN 58 PIC X USING WS-ADMIN-ACTION.
           05  LINE 18 COLUMN 1 VALUE "Operator ID:".
           05  LINE 18 COLUMN 20 PIC X(8) USING WS-ADMIN-TARGET-ID.
           05  LINE 19 COLUMN 1 VALUE "Name:".
           05  LINE 19 COLUMN 20 PIC X(30) USING WS-ADMIN-NAME.
           05  LINE 20 COLUMN 1 VALUE "Role (U/I/S):".
           05  LINE 20 COLUMN 20 PIC X(1) USING WS-ADMIN-ROLE.
           05  LINE 21 COLUMN 1 VALUE "Expiry (YYYYMMDD):".
           05  LINE 21 COLUMN 20 PIC X(8) USING WS-ADMIN-EXPIRY.
           05  LINE 23 COLUMN 1
               VALUE "(Leave Action blank to exit; a blank Expiry".
           05  LINE 23 COLUMN 44 VALUE " never expires)".

       PROCEDURE DIVISION.
       MAIN-ENTRY.
           PERFORM SIGN-ON-SUPERVISOR
           IF SIGNON-OK
               MOVE "Enter an action, or leave blank to exit."
                   TO WS-ADMIN-MESSAGE
               PERFORM PROCESS-ONE-ACTION UNTIL EXIT-REQUESTED
           END-IF
           GOBACK.

      *----------------------------------------------------------------
      * Sign-on: only an active, unexpired supervisor gets in.
      *----------------------------------------------------------------
       SIGN-ON-SUPERVISOR.
           MOVE "Enter your supervisor operator ID."
               TO WS-SIGNON-MESSAGE
           PERFORM UNTIL SIGNON-OK OR EXIT-REQUESTED
               MOVE SPACES TO WS-OPERATOR-ID
               DISPLAY ADMIN-SIGNON-SCREEN
               ACCEPT ADMIN-SIGNON-SCREEN
               IF WS-OPERATOR-ID = SPACES
                   SET EXIT-REQUESTED TO TRUE
               ELSE
                   PERFORM VALIDATE-SUPERVISOR-ID
               END-IF
           END-PERFORM.

       VALIDATE-SUPERVISOR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-OPERATOR-TABLE
           MOVE WS-OPERATOR-ID TO WS-ADMIN-TARGET-ID
           PERFORM FIND-TARGET-OPERATOR
           EVALUATE TRUE
               WHEN NOT OT-FOUND
                   MOVE "Operator ID not authorized, try again."
                       TO WS-SIGNON-MESSAGE
               WHEN WS-OT-REVOKED(WS-OT-IDX)
                   MOVE "Operator ID revoked - see your supervisor."
                       TO WS-SIGNON-MESSAGE
               WHEN WS-OT-EXPIRY-DATE(WS-OT-IDX) NOT = SPACES
                       AND WS-OT-EXPIRY-DATE(WS-OT-IDX)
                           < WS-TODAY-DATE
                   MOVE "Operator ID access has expired."
                       TO WS-SIGNON-MESSAGE
               WHEN WS-OT-ROLE(WS-OT-IDX) NOT = "S"
                   MOVE "Operator maintenance is for supervisors only."
                       TO WS-SIGNON-MESSAGE
               WHEN OTHER
                   SET SIGNON-OK TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * OPERIDS in and out of the table.
      *----------------------------------------------------------------
       LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OPER-COUNT
           MOVE "N" TO WS-OPER-OVERFLOW-FLAG
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
                       IF WS-OPER-COUNT < WS-OPER-TABLE-MAX
                           ADD 1 TO WS-OPER-COUNT
                           SET WS-OT-IDX TO WS-OPER-COUNT
                           MOVE OPERATOR-RECORD
                               TO WS-OT-ENTRY(WS-OT-IDX)
                       ELSE
                           SET OPER-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPER-FILE-STATUS NOT = "35"
               CLOSE OPERATOR-FILE
           END-IF.

       SAVE-OPERATOR-TABLE.
           MOVE "N" TO WS-CHANGE-OK-FLAG
           OPEN OUTPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "00"
               PERFORM VARYING WS-OT-IDX FROM 1 BY 1
                       UNTIL WS-OT-IDX > WS-OPER-COUNT
                   MOVE WS-OT-ENTRY(WS-OT-IDX) TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
               END-PERFORM
               CLOSE OPERATOR-FILE
               SET CHANGE-SAVED TO TRUE
           ELSE
               MOVE "OPERIDS could not be opened - no change made."
                   TO WS-ADMIN-MESSAGE
           END-IF.

       FIND-TARGET-OPERATOR.
           MOVE "N" TO WS-OT-FOUND-FLAG
           SET WS-OT-IDX TO 1
           IF WS-OPER-COUNT > 0
               SEARCH WS-OT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OT-IDX > WS-OPER-COUNT
                       CONTINUE
                   WHEN WS-OT-ID(WS-OT-IDX) = WS-ADMIN-TARGET-ID
                       SET OT-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * One pass of the maintenance screen.
      *----------------------------------------------------------------
       PROCESS-ONE-ACTION.
           PERFORM BUILD-OPERATOR-PAGE
           MOVE SPACES TO WS-ADMIN-ACTION WS-ADMIN-TARGET-ID
               WS-ADMIN-NAME WS-ADMIN-ROLE WS-ADMIN-EXPIRY
           DISPLAY ADMIN-MAINT-SCREEN
           ACCEPT ADMIN-MAINT-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-ACTION) TO WS-ADMIN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-ROLE) TO WS-ADMIN-ROLE
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-TARGET-ID)
               TO WS-ADMIN-TARGET-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN WS-ADMIN-ACTION = SPACE
                   SET EXIT-REQUESTED TO TRUE
               WHEN ACTION-NEXT-PAGE
                   ADD WS-PAGE-SIZE TO WS-PAGE-START
                   IF WS-PAGE-START > WS-OPER-COUNT
                       MOVE 1 TO WS-PAGE-START
                   END-IF
                   MOVE SPACES TO WS-ADMIN-MESSAGE
               WHEN NOT ACTION-ADD AND NOT ACTION-ROLE
                       AND NOT ACTION-REVOKE AND NOT ACTION-EXPIRY
                   MOVE "Action must be A, R, X, E or N."
                       TO WS-ADMIN-MESSAGE
               WHEN WS-ADMIN-TARGET-ID = SPACES
                   MOVE "Operator ID is required." TO WS-ADMIN-MESSAGE
               WHEN OTHER
                   PERFORM LOAD-OPERATOR-TABLE
                   PERFORM APPLY-ADMIN-ACTION
           END-EVALUATE.

       APPLY-ADMIN-ACTION.
           PERFORM FIND-TARGET-OPERATOR
           EVALUATE TRUE
               WHEN OPER-TABLE-OVERFLOW
                   MOVE "OPERIDS too large to maintain - no change."
                       TO WS-ADMIN-MESSAGE
               WHEN ACTION-ADD
                   PERFORM ADD-OPERATOR
               WHEN NOT OT-FOUND
                   MOVE "No operator with that ID." TO WS-ADMIN-MESSAGE
               WHEN WS-ADMIN-TARGET-ID = WS-OPERATOR-ID
                   MOVE "You cannot change your own access."
                       TO WS-ADMIN-MESSAGE
               WHEN ACTION-ROLE
                   PERFORM CHANGE-OPERATOR-ROLE
               WHEN ACTION-REVOKE
                   PERFORM REVOKE-OPERATOR
               WHEN ACTION-EXPIRY
                   PERFORM SET-OPERATOR-EXPIRY
           END-EVALUATE.

      *----------------------------------------------------------------
      * A - grant access: a new operator needs a name and a role; a
      * revoked operator is re-granted with the role given (and the
      * name, if one is typed). An id that is already active is left
      * alone - use R or E on it instead.
      *----------------------------------------------------------------
       ADD-OPERATOR.
           EVALUATE TRUE
               WHEN OT-FOUND AND NOT WS-OT-REVOKED(WS-OT-IDX)
                   MOVE "Operator already active - use R or E."
                       TO WS-ADMIN-MESSAGE
               WHEN NOT ADMIN-ROLE-VALID
                   MOVE "Role must be U, I or S." TO WS-ADMIN-MESSAGE
               WHEN NOT OT-FOUND AND WS-ADMIN-NAME = SPACES
                   MOVE "Name is required for a new operator."
                       TO WS-ADMIN-MESSAGE
               WHEN NOT OT-FOUND
                       AND WS-OPER-COUNT NOT < WS-OPER-TABLE-MAX
                   MOVE "Operator table is full - no change made."
                       TO WS-ADMIN-MESSAGE
               WHEN OTHER
                   PERFORM VALIDATE-ADMIN-EXPIRY
                   IF WS-ADMIN-MESSAGE = SPACES
                       PERFORM GRANT-OPERATOR-ACCESS
                   END-IF
           END-EVALUATE.

       GRANT-OPERATOR-ACCESS.
           IF OT-FOUND
               PERFORM BUILD-OLD-ACCESS-VALUES
               MOVE "OPER-REINSTATE" TO WS-AUDIT-OPERATION
               MOVE 200 TO WS-AUDIT-RESP-CODE
               MOVE "Operator access re-granted"
                   TO WS-AUDIT-RESP-MESSAGE
           ELSE
               MOVE SPACES TO WS-AUDIT-OLD-VALUES
               ADD 1 TO WS-OPER-COUNT
               SET WS-OT-IDX TO WS-OPER-COUNT
               MOVE SPACES TO WS-OT-ENTRY(WS-OT-IDX)
               MOVE WS-ADMIN-TARGET-ID TO WS-OT-ID(WS-OT-IDX)
               MOVE "OPER-ADD" TO WS-AUDIT-OPERATION
               MOVE 201 TO WS-AUDIT-RESP-CODE
               MOVE "Operator added" TO WS-AUDIT-RESP-MESSAGE
           END-IF
           IF WS-ADMIN-NAME NOT = SPACES
               MOVE WS-ADMIN-NAME TO WS-OT-NAME(WS-OT-IDX)
           END-IF
           MOVE WS-ADMIN-ROLE TO WS-OT-ROLE(WS-OT-IDX)
           MOVE "A" TO WS-OT-ACCESS-STATUS(WS-OT-IDX)
           MOVE WS-ADMIN-EXPIRY TO WS-OT-EXPIRY-DATE(WS-OT-IDX)
           PERFORM SAVE-OPERATOR-CHANGE.

      *----------------------------------------------------------------
      * R - change role.
      *----------------------------------------------------------------
       CHANGE-OPERATOR-ROLE.
           EVALUATE TRUE
               WHEN WS-OT-REVOKED(WS-OT-IDX)
                   MOVE "Operator is revoked - use A to re-grant."
                       TO WS-ADMIN-MESSAGE
               WHEN NOT ADMIN-ROLE-VALID
                   MOVE "Role must be U, I or S." TO WS-ADMIN-MESSAGE
               WHEN WS-ADMIN-ROLE = WS-OT-ROLE(WS-OT-IDX)
                   MOVE "Operator already has that role."
                       TO WS-ADMIN-MESSAGE
               WHEN OTHER
                   PERFORM BUILD-OLD-ACCESS-VALUES
                   MOVE WS-ADMIN-ROLE TO WS-OT-ROLE(WS-OT-IDX)
                   MOVE "OPER-ROLE" TO WS-AUDIT-OPERATION
                   MOVE 200 TO WS-AUDIT-RESP-CODE
                   MOVE "Operator role changed"
                       TO WS-AUDIT-RESP-MESSAGE
                   PERFORM SAVE-OPERATOR-CHANGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * X - revoke. The entry stays on file, marked revoked.
      *----------------------------------------------------------------
       REVOKE-OPERATOR.
           IF WS-OT-REVOKED(WS-OT-IDX)
               MOVE "Operator is already revoked." TO WS-ADMIN-MESSAGE
           ELSE
               PERFORM BUILD-OLD-ACCESS-VALUES
               MOVE "R" TO WS-OT-ACCESS-STATUS(WS-OT-IDX)
               MOVE "OPER-REVOKE" TO WS-AUDIT-OPERATION
               MOVE 200 TO WS-AUDIT-RESP-CODE
               MOVE "Operator access revoked" TO WS-AUDIT-RESP-MESSAGE
               PERFORM SAVE-OPERATOR-CHANGE
           END-IF.

      *----------------------------------------------------------------
      * E - set the last day sign-on is allowed; blank clears it.
      *----------------------------------------------------------------
       SET-OPERATOR-EXPIRY.
           PERFORM VALIDATE-ADMIN-EXPIRY
           EVALUATE TRUE
               WHEN WS-ADMIN-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN WS-OT-REVOKED(WS-OT-IDX)
                   MOVE "Operator is revoked - use A to re-grant."
                       TO WS-ADMIN-MESSAGE
               WHEN WS-ADMIN-EXPIRY = WS-OT-EXPIRY-DATE(WS-OT-IDX)
                   MOVE "Operator already has that expiry."
                       TO WS-ADMIN-MESSAGE
               WHEN OTHER
                   PERFORM BUILD-OLD-ACCESS-VALUES
                   MOVE WS-ADMIN-EXPIRY
                       TO WS-OT-EXPIRY-DATE(WS-OT-IDX)
                   MOVE "OPER-EXPIRY" TO WS-AUDIT-OPERATION
                   MOVE 200 TO WS-AUDIT-RESP-CODE
                   MOVE "Operator access expiry set"
                       TO WS-AUDIT-RESP-MESSAGE
                   PERFORM SAVE-OPERATOR-CHANGE
           END-EVALUATE.

       VALIDATE-ADMIN-EXPIRY.
           MOVE SPACES TO WS-ADMIN-MESSAGE
           IF WS-ADMIN-EXPIRY NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-ADMIN-EXPIRY IS NOT NUMERIC
                       MOVE "Expiry must be a date, YYYYMMDD."
                           TO WS-ADMIN-MESSAGE
                   WHEN WS-ADMIN-EXPIRY-MM < 1
                           OR WS-ADMIN-EXPIRY-MM > 12
                           OR WS-ADMIN-EXPIRY-DD < 1
                           OR WS-ADMIN-EXPIRY-DD > 31
                       MOVE "Expiry must be a date, YYYYMMDD."
                           TO WS-ADMIN-MESSAGE
                   WHEN WS-ADMIN-EXPIRY < WS-TODAY-DATE
                       MOVE "Expiry cannot be in the past."
                           TO WS-ADMIN-MESSAGE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * Stamp, write back and audit a change to the WS-OT-IDX entry.
      * If OPERIDS cannot be rewritten the table is reloaded, so the
      * screen keeps showing what is really on file.
      *----------------------------------------------------------------
       SAVE-OPERATOR-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TS
           MOVE WS-OPERATOR-ID TO WS-OT-CHANGED-BY(WS-OT-IDX)
           MOVE WS-CHANGE-TS TO WS-OT-CHANGED-TS(WS-OT-IDX)
           PERFORM BUILD-NEW-ACCESS-VALUES
           PERFORM SAVE-OPERATOR-TABLE
           IF CHANGE-SAVED
               PERFORM WRITE-ADMIN-AUDIT
               MOVE SPACES TO WS-ADMIN-MESSAGE
               STRING FUNCTION TRIM(WS-AUDIT-RESP-MESSAGE)
                           DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-ADMIN-TARGET-ID DELIMITED BY SPACE
                   INTO WS-ADMIN-MESSAGE
               END-STRING
           ELSE
               PERFORM LOAD-OPERATOR-TABLE
           END-IF.

       BUILD-OLD-ACCESS-VALUES.
           PERFORM BUILD-ACCESS-VALUES
           MOVE WS-AUDIT-VALUES-BUILD TO WS-AUDIT-OLD-VALUES.

       BUILD-NEW-ACCESS-VALUES.
           PERFORM BUILD-ACCESS-VALUES
           MOVE WS-AUDIT-VALUES-BUILD TO WS-AUDIT-NEW-VALUES.

       BUILD-ACCESS-VALUES.
           MOVE SPACES TO WS-AUDIT-VALUES-BUILD
           IF WS-OT-REVOKED(WS-OT-IDX)
               MOVE "R" TO WS-AUDIT-ACCESS-CODE
           ELSE
               MOVE "A" TO WS-AUDIT-ACCESS-CODE
           END-IF
           STRING "role=" DELIMITED BY SIZE
                   WS-OT-ROLE(WS-OT-IDX) DELIMITED BY SIZE
                   ";status=" DELIMITED BY SIZE
                   WS-AUDIT-ACCESS-CODE DELIMITED BY SIZE
                   ";expiry=" DELIMITED BY SIZE
                   WS-OT-EXPIRY-DATE(WS-OT-IDX) DELIMITED BY SPACE
                   ";name=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OT-NAME(WS-OT-IDX))
                       DELIMITED BY SIZE
               INTO WS-AUDIT-VALUES-BUILD
           END-STRING.

       WRITE-ADMIN-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-CHANGE-TS TO AUDIT-TIMESTAMP
           MOVE WS-AUDIT-OPERATION TO AUDIT-OPERATION
           MOVE WS-ADMIN-TARGET-ID TO AUDIT-CUST-ID
           STRING "OPERADMIN-" DELIMITED BY SIZE
                   WS-CHANGE-TS(1:16) DELIMITED BY SIZE
               INTO AUDIT-CORRELATION-ID
           END-STRING
           MOVE WS-AUDIT-RESP-CODE TO AUDIT-RESP-CODE
           MOVE WS-AUDIT-RESP-MESSAGE TO AUDIT-RESP-MESSAGE
           MOVE WS-OPERATOR-ID TO AUDIT-USER
           MOVE WS-AUDIT-OLD-VALUES TO AUDIT-OLD-VALUES
           MOVE WS-AUDIT-NEW-VALUES TO AUDIT-NEW-VALUES
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

      *----------------------------------------------------------------
      * The page of operators shown on the maintenance screen.
      *----------------------------------------------------------------
       BUILD-OPERATOR-PAGE.
           MOVE SPACES TO WS-PAGE-TABLE
           IF WS-PAGE-START > WS-OPER-COUNT
               MOVE 1 TO WS-PAGE-START
           END-IF
           MOVE WS-PAGE-START TO WS-PAGE-SUB
           PERFORM VARYING WS-PAGE-LINE-NO FROM 1 BY 1
                   UNTIL WS-PAGE-LINE-NO > WS-PAGE-SIZE
                      OR WS-PAGE-SUB > WS-OPER-COUNT
               SET WS-OT-IDX TO WS-PAGE-SUB
               PERFORM BUILD-ONE-OPERATOR-LINE
               MOVE WS-PAGE-BUILD-LINE TO WS-PAGE-LINE(WS-PAGE-LINE-NO)
               ADD 1 TO WS-PAGE-SUB
           END-PERFORM
           MOVE SPACES TO WS-PAGE-INFO
           IF WS-OPER-COUNT = 0
               MOVE "No operators on file." TO WS-PAGE-INFO
           ELSE
               MOVE WS-PAGE-START TO WS-PAGE-FROM-ED
               COMPUTE WS-PAGE-TO-ED = WS-PAGE-SUB - 1
               MOVE WS-OPER-COUNT TO WS-PAGE-COUNT-ED
               STRING "Operators " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAGE-FROM-ED) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAGE-TO-ED) DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-PAGE-COUNT-ED)
                           DELIMITED BY SIZE
                   INTO WS-PAGE-INFO
               END-STRING
           END-IF.

       BUILD-ONE-OPERATOR-LINE.
           EVALUATE TRUE
               WHEN WS-OT-REVOKED(WS-OT-IDX)
                   MOVE "REVOKED" TO WS-PAGE-STATUS-TEXT
               WHEN WS-OT-EXPIRY-DATE(WS-OT-IDX) NOT = SPACES
                       AND WS-OT-EXPIRY-DATE(WS-OT-IDX)
                           < WS-TODAY-DATE
                   MOVE "EXPIRED" TO WS-PAGE-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-PAGE-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-PAGE-BUILD-LINE
           MOVE WS-OT-ID(WS-OT-IDX) TO WS-PAGE-BUILD-LINE(1:8)
           MOVE WS-OT-NAME(WS-OT-IDX) TO WS-PAGE-BUILD-LINE(10:30)
           MOVE WS-OT-ROLE(WS-OT-IDX) TO WS-PAGE-BUILD-LINE(42:1)
           MOVE WS-PAGE-STATUS-TEXT TO WS-PAGE-BUILD-LINE(46:8)
           MOVE WS-OT-EXPIRY-DATE(WS-OT-IDX)
               TO WS-PAGE-BUILD-LINE(55:8).
