               FILE STATUS IS WS-AUDIT-FILE-STATUS.
      * Authorized-operator list, maintained by operations: one
      * OPERATOR-RECORD per operator. Allocate once (RECFM=FB,
      * LRECL=82) and key the entries before the first session -
      * with the file missing or empty, every sign-on is refused.
      * Supervisors maintain it afterwards with CUSTOMER-OPER-ADMIN.
           SELECT OPERATOR-FILE ASSIGN TO "OPERIDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
      * Exception work queue, loaded nightly by CUSTOMER-CASE-LOAD;
      * claims and closes made here are appended to it.
           SELECT EXCEPTION-CASE-FILE ASSIGN TO "EXCCASES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.
      * Read-only fallback for a Mongo outage: last night's VSAM
      * master (CUST.MASTER.VSAM, rebuilt by CUSTOMER-MASTER-LOAD),
      * read by key. Every fallback read is also written to OPSALERT.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MASTER-CUST-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT OPS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY "copybooks/OPERATOR-RECORD.cpy".

       FD  EXCEPTION-CASE-FILE
           RECORDING MODE IS F.
       COPY "copybooks/EXCEPTION-CASE-RECORD.cpy".

       FD  CUSTOMER-MASTER-FILE.
       COPY "copybooks/CUSTOMER-MASTER-RECORD.cpy".

       FD  OPS-ALERT-FILE
           RECORDING MODE IS F.
       COPY "copybooks/OPS-ALERT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       COPY "copybooks/REQUEST-CTX.cpy".
       COPY "copybooks/RESPONSE-CTX.cpy".
           88  OPER-EOF              VALUE "Y".
       01  WS-OPERATOR-ID        PIC X(8).
       01  WS-OPERATOR-ROLE      PIC X(1).
           88  OPER-CAN-UPDATE       VALUE "U" "S".
           88  OPER-IS-SUPERVISOR    VALUE "S".
      * Why a typed id was refused: a revoked or expired id gets its
      * own message instead of the generic one, so the operator knows
      * to ask a supervisor rather than retype.
       01  WS-SIGNON-REFUSAL     PIC X(1) VALUE SPACE.
           88  SIGNON-UNKNOWN        VALUE SPACE.
           88  SIGNON-REVOKED        VALUE "R".
           88  SIGNON-EXPIRED        VALUE "E".
       01  WS-SIGNON-EXPIRY      PIC X(8).
       01  WS-TODAY-DATE         PIC X(8).
       01  WS-SIGNON-OK-FLAG     PIC X VALUE "N".
           88  SIGNON-OK             VALUE "Y".
       01  WS-SIGNON-MESSAGE     PIC X(60).
           88  EXIT-REQUESTED        VALUE "Y".
       01  WS-FOUND-FLAG         PIC X VALUE "N".
           88  CUSTOMER-FOUND        VALUE "Y".

      *----------------------------------------------------------------
      * Degraded mode: the Mongo bridge answers an unreachable
      * database with an empty body, so the repository's READ comes
      * back not found rather than as an error. A not-found id that
      * is still on CUSTMAST may simply have been deleted since last
      * night, so Mongo itself is then probed with a one-item LIST:
      * a page with nothing on it while the master holds live
      * customers means the database did not answer, and only then
      * is the customer answered from the master. A READ that does
      * come back as a server error is answered from CUSTMAST the
      * same way. From then until Mongo answers again the session is
      * read-only - update, create, note entry, household changes
      * and approval decisions are refused - and every screen
      * carries the banner. Each fallback read is counted and
      * written to
      * OPSALERT (job CUSTINQ), which the morning OPS-SUMMARY
      * reports as the degraded window.
      *----------------------------------------------------------------
       01  WS-MASTER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ALERT-FILE-STATUS  PIC XX VALUE SPACES.
       01  WS-DEGRADED-FLAG      PIC X VALUE "N".
           88  RUNNING-DEGRADED      VALUE "Y".
       01  WS-DEGRADED-BANNER    PIC X(60) VALUE SPACES.
       01  WS-FALLBACK-COUNT     PIC 9(7) VALUE 0.
       01  WS-MASTER-HIT-FLAG    PIC X VALUE "N".
           88  MASTER-HIT            VALUE "Y".
       01  WS-MONGO-DOWN-FLAG    PIC X VALUE "N".
           88  MONGO-UNREACHABLE     VALUE "Y".
       01  WS-JUNK               PIC X(800).
       01  WS-REMAINDER          PIC X(800).
       01  WS-UPDATE-CHOICE      PIC X.
       01  WS-NEW-STATUS           PIC X(10).
       01  WS-CREATE-MESSAGE       PIC X(60).

      *----------------------------------------------------------------
      * Households: the result screen carries a one-line household
      * summary built from CUSTOMER-SERVICE HOUSEHOLD-LIST, calling
      * out any OTHER member who is SUSPENDED so staff see it before
      * acting on the account in front of them. The household line
      * offers the member list and, for update-role operators, link
      * and unlink.
      *----------------------------------------------------------------
       01  WS-HHLD-CHOICE          PIC X.
           88  WANTS-HHLD-VIEW         VALUE "H" "h".
           88  WANTS-HHLD-LINK         VALUE "L" "l".
           88  WANTS-HHLD-UNLINK       VALUE "X" "x".
       01  WS-HHLD-CONFIRM         PIC X.
           88  HHLD-CONFIRMED          VALUE "Y" "y".
       01  WS-HHLD-CUST-ID         PIC X(24).
       01  WS-HHLD-SUMMARY         PIC X(60).
       01  WS-HHLD-ID              PIC X(24).
       01  WS-HHLD-LINE-MAX        PIC 9(2) VALUE 8.
       01  WS-HHLD-MEMBER-COUNT    PIC 9(2) VALUE 0.
       01  WS-HHLD-SUSPENDED-COUNT PIC 9(2) VALUE 0.
       01  WS-HHLD-LINE-TABLE.
           05  WS-HHLD-LINE OCCURS 8 TIMES INDEXED BY WS-HHLD-IDX
                              PIC X(78).
       01  WS-HHLD-BUILD-LINE      PIC X(78).
       01  WS-HHLD-BODY            PIC X(800).
       01  WS-HHLD-CAND-ID         PIC X(24).
       01  WS-HHLD-CAND-NAME       PIC X(60).
       01  WS-HHLD-CAND-STATUS     PIC X(10).
       01  WS-HHLD-CAND-REL        PIC X(10).
       01  WS-HHLD-CAND-FLAG       PIC X(2).
       01  WS-HHLD-LINK-TO-ID      PIC X(24).
       01  WS-HHLD-LINK-REL        PIC X(10).
       01  WS-HHLD-COUNT-ED        PIC Z9.

      *----------------------------------------------------------------
      * Four-eyes approvals: an update that needs the supervisor
      * override is parked by CUSTOMER-SERVICE rather than applied.
      * Update-role operators open the queue from the entry screen
      * and approve or reject one item at a time; the service itself
      * refuses a decision on the operator's own request.
      *----------------------------------------------------------------
       01  WS-INPUT-QUEUE          PIC X.
           88  WANTS-APPROVALS         VALUE "P" "p".
           88  WANTS-WORK-QUEUE        VALUE "W" "w".

      *----------------------------------------------------------------
      * Supervisor actions from the entry screen: M unmerges a
      * customer CUSTOMER-DEDUPE folded into another by mistake; U
      * undeletes a customer deleted by mistake, while the retention
      * purge still holds it. The service repeats the supervisor
      * check itself.
      *----------------------------------------------------------------
       01  WS-INPUT-SUPV           PIC X.
           88  WANTS-UNMERGE           VALUE "M" "m".
           88  WANTS-UNDELETE          VALUE "U" "u".
       01  WS-UNMG-CUST-ID         PIC X(24).
       01  WS-UNMG-CONFIRM         PIC X.
           88  UNMG-CONFIRMED          VALUE "Y" "y".
       01  WS-UDEL-CUST-ID         PIC X(24).
       01  WS-UDEL-CONFIRM         PIC X.
           88  UDEL-CONFIRMED          VALUE "Y" "y".
       01  WS-APPR-LINE-MAX        PIC 9(2) VALUE 10.
       01  WS-APPR-LINE-COUNT      PIC 9(2) VALUE 0.
       01  WS-APPR-LINE-TABLE.
           05  WS-APPR-LINE OCCURS 10 TIMES INDEXED BY WS-APPR-IDX
                              PIC X(74).
       01  WS-APPR-ID-TABLE.
           05  WS-APPR-LINE-ID OCCURS 10 TIMES PIC X(20).
       01  WS-APPR-CHOICE          PIC 9(2).
       01  WS-APPR-ACTION          PIC X.
           88  APPR-ACTION-APPROVE     VALUE "A" "a".
           88  APPR-ACTION-REJECT      VALUE "R" "r".
       01  WS-APPR-NOTE            PIC X(60).
       01  WS-APPR-BODY            PIC X(800).
       01  WS-APPR-BUILD-LINE      PIC X(74).
       01  WS-APPR-CAND-PENDING-ID PIC X(20).
       01  WS-APPR-CAND-CUST-ID    PIC X(24).
       01  WS-APPR-CAND-FROM       PIC X(10).
       01  WS-APPR-CAND-TO         PIC X(10).
       01  WS-APPR-CAND-REASON     PIC X(10).
       01  WS-APPR-CAND-BY         PIC X(8).
       01  WS-APPR-CAND-AGE        PIC X(5).
       01  WS-APPR-CAND-FLAG       PIC X(1).
       01  WS-APPR-COUNT-ED        PIC ZZZ9.

      *----------------------------------------------------------------
      * Exception work queue: the open cases from EXCCASES, oldest
      * first, a page of ten at a time. Anyone signed on can view a
      * case's transaction image; claiming and closing need an
      * update role, and only the operator holding a case closes it
      * (a supervisor may take over a case someone else holds).
      *----------------------------------------------------------------
       01  WS-CASE-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-CASE-EOF             PIC X VALUE "N".
           88  CASE-EOF                VALUE "Y".
       01  WS-CASE-OPEN-MAX        PIC 9(4) VALUE 2000.
       01  WS-CASE-OPEN-COUNT      PIC 9(4) VALUE 0.
       01  WS-CASE-OPEN-TABLE.
           05  WS-CO-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CO-IDX.
               10  WS-CO-CASE-ID       PIC X(12).
               10  WS-CO-SOURCE        PIC X(8).
               10  WS-CO-RAISED-DATE   PIC X(8).
               10  WS-CO-ASSIGNED-TO   PIC X(8).
               10  WS-CO-CUST-ID       PIC X(24).
               10  WS-CO-REASON-CODE   PIC X(10).
       01  WS-CASE-SHIFT-IDX       PIC 9(4) VALUE 0.
       01  WS-CASE-FOUND-FLAG      PIC X VALUE "N".
           88  CASE-FOUND              VALUE "Y".
       01  WS-CASE-PAGE-START      PIC 9(4) VALUE 1.
       01  WS-CASE-PAGING-FLAG     PIC X VALUE "N".
           88  CASE-PAGING             VALUE "Y".
       01  WS-CASE-LINE-MAX        PIC 9(2) VALUE 10.
       01  WS-CASE-LINE-COUNT      PIC 9(2) VALUE 0.
       01  WS-CASE-LINE-TABLE.
           05  WS-CASE-LINE OCCURS 10 TIMES PIC X(74).
       01  WS-CASE-ID-TABLE.
           05  WS-CASE-LINE-ID OCCURS 10 TIMES PIC X(12).
       01  WS-CASE-BUILD-LINE      PIC X(74).
       01  WS-CASE-CHOICE          PIC 9(2).
       01  WS-CASE-ACTION          PIC X.
           88  CASE-ACTION-VIEW        VALUE "V" "v".
           88  CASE-ACTION-CLAIM       VALUE "C" "c".
           88  CASE-ACTION-FIXED       VALUE "F" "f".
           88  CASE-ACTION-DISCARD     VALUE "D" "d".
           88  CASE-ACTION-DUPLICATE   VALUE "U" "u".
           88  CASE-ACTION-CLOSE       VALUE "F" "f" "D" "d" "U" "u".
           88  CASE-ACTION-NEXT        VALUE "N" "n".
       01  WS-CASE-NOTE            PIC X(60).
       01  WS-CASE-WANTED-ID       PIC X(12).
       01  WS-CASE-TODAY-INT       PIC 9(9) VALUE 0.
       01  WS-CASE-RAISED-INT      PIC 9(9) VALUE 0.
       01  WS-CASE-AGE-DAYS        PIC 9(5) VALUE 0.
       01  WS-CASE-AGE-ED          PIC ZZZ9.
       01  WS-CASE-COUNT-ED        PIC ZZZ9.
       01  WS-CASE-FROM-ED         PIC ZZZ9.
      * The case as last recorded, for the detail view and as the
      * base of the claim or close record appended after it.
       01  WS-CASE-ITEM.
           05  WS-CI-CASE-ID         PIC X(12).
           05  WS-CI-ACTION          PIC X(01).
               88  WS-CI-IS-CLOSED       VALUE "X".
           05  WS-CI-SOURCE          PIC X(08).
           05  WS-CI-RAISED-TS       PIC X(26).
           05  WS-CI-CUST-ID         PIC X(24).
           05  WS-CI-OPERATION       PIC X(14).
           05  WS-CI-CORRELATION-ID  PIC X(36).
           05  WS-CI-REASON-CODE     PIC X(10).
           05  WS-CI-ASSIGNED-TO     PIC X(08).
           05  WS-CI-RESOLUTION      PIC X(10).
           05  WS-CI-CHANGED-BY      PIC X(08).
           05  WS-CI-CHANGED-TS      PIC X(26).
           05  WS-CI-DETAIL          PIC X(60).
           05  WS-CI-TXN-IMAGE.
               10  WS-CI-TXN-OPERATION   PIC X(14).
               10  WS-CI-TXN-CUST-ID     PIC X(24).
               10  WS-CI-TXN-PAYLOAD.
                   15  WS-CI-PAYLOAD-LINE OCCURS 10 TIMES PIC X(50).
               10  WS-CI-TXN-CORRELATION PIC X(36).
               10  WS-CI-TXN-STATUS-FLTR PIC X(10).
               10  WS-CI-TXN-PAGE        PIC X(04).
               10  WS-CI-TXN-PAGE-SIZE   PIC X(04).
               10  WS-CI-TXN-PRIORITY    PIC X(01).
               10  WS-CI-TXN-EFF-DATE    PIC X(08).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - ENTER CUSTOMER ID".
           05  LINE 2 COLUMN 1 PIC X(60) FROM WS-DEGRADED-BANNER
               HIGHLIGHT.
           05  LINE 3 COLUMN 1 VALUE "Customer ID:".
           05  LINE 3 COLUMN 14 PIC X(24) USING WS-INPUT-CUST-ID.
           05  LINE 4 COLUMN 1 VALUE "  or Name/Email contains:".
           05  LINE 4 COLUMN 28 PIC X(60) USING WS-INPUT-SEARCH-TEXT.
           05  LINE 5 COLUMN 1 VALUE "  or History for ID:".
           05  LINE 5 COLUMN 22 PIC X(24) USING WS-INPUT-HISTORY-ID.
           05  LINE 6 COLUMN 1
               VALUE "  or Pending approvals (P) / Work queue (W):".
           05  LINE 6 COLUMN 46 PIC X USING WS-INPUT-QUEUE.
           05  LINE 7 COLUMN 1
               VALUE "  or Supervisor - unmerge (M) / undelete (U):".
           05  LINE 7 COLUMN 47 PIC X USING WS-INPUT-SUPV.
           05  LINE 8 COLUMN 1
               VALUE "(Leave all blank to exit)".

       01  SEARCH-RESULT-SCREEN.
       01  INQUIRY-RESULT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "CUSTOMER INQUIRY - RESULT".
           05  LINE 2 COLUMN 1 PIC X(60) FROM WS-DEGRADED-BANNER
               HIGHLIGHT.
           05  LINE 3 COLUMN 1 VALUE "Customer ID:".
           05  LINE 3 COLUMN 14 PIC X(24) FROM WS-INPUT-CUST-ID.
           05  LINE 4 COLUMN 1 VALUE "Name:".
           05  LINE 5 COLUMN 14 PIC X(60) FROM WS-DISPLAY-EMAIL.
           05  LINE 6 COLUMN 1 VALUE "Status:".
           05  LINE 6 COLUMN 14 PIC X(10) FROM WS-DISPLAY-STATUS.
           05  LINE 7 COLUMN 1 VALUE "Household:".
           05  LINE 7 COLUMN 14 PIC X(60) FROM WS-HHLD-SUMMARY.
           05  LINE 8 COLUMN 1 PIC X(60) FROM WS-STATUS-MESSAGE.
           05  LINE 10 COLUMN 1 VALUE "Update this customer? (Y/N):".
           05  LINE 10 COLUMN 31 PIC X USING WS-UPDATE-CHOICE.
           05  LINE 11 COLUMN 1 VALUE "Notes: add (A) / view (V):".
           05  LINE 11 COLUMN 31 PIC X USING WS-NOTE-CHOICE.
           05  LINE 12 COLUMN 1
               VALUE "Household: view (H) link (L) unlink (X):".
           05  LINE 12 COLUMN 43 PIC X USING WS-HHLD-CHOICE.

       01  CUSTOMER-EDIT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 10 COLUMN 1
               VALUE "(Reason required on a status change; Override Y".
           05  LINE 10 COLUMN 48
               VALUE " to send for a second approval)".

       01  UPDATE-RESULT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 16 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 16 COLUMN 26 PIC X USING WS-CONTINUE-KEY.

       01  HOUSEHOLD-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "CUSTOMER INQUIRY - HOUSEHOLD".
           05  LINE 2 COLUMN 1 PIC X(24) FROM WS-HHLD-ID.
           05  LINE 3 COLUMN 1 PIC X(60) FROM WS-STATUS-MESSAGE.
           05  LINE 4 COLUMN 1
               VALUE "  ID                       NAME".
           05  LINE 4 COLUMN 53 VALUE "STATUS     RELATION".
           05  LINE 5 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(1).
           05  LINE 6 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(2).
           05  LINE 7 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(3).
           05  LINE 8 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(4).
           05  LINE 9 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(5).
           05  LINE 10 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(6).
           05  LINE 11 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(7).
           05  LINE 12 COLUMN 1 PIC X(78) FROM WS-HHLD-LINE(8).
           05  LINE 13 COLUMN 1 VALUE "(* = SUSPENDED member)".
           05  LINE 15 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 15 COLUMN 26 PIC X USING WS-CONTINUE-KEY.

       01  HOUSEHOLD-LINK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - LINK TO HOUSEHOLD".
           05  LINE 3 COLUMN 1 VALUE "Customer ID:".
           05  LINE 3 COLUMN 14 PIC X(24) FROM WS-HHLD-CUST-ID.
           05  LINE 4 COLUMN 1 VALUE "Link to ID:".
           05  LINE 4 COLUMN 14 PIC X(24) USING WS-HHLD-LINK-TO-ID.
           05  LINE 5 COLUMN 1 VALUE "Relation:".
           05  LINE 5 COLUMN 14 PIC X(10) USING WS-HHLD-LINK-REL.
           05  LINE 7 COLUMN 1
               VALUE "(SPOUSE, PARTNER, DEPENDENT, PARENT or OTHER;".
           05  LINE 8 COLUMN 1
               VALUE " joins the household of the Link to ID customer)".

       01  HOUSEHOLD-UNLINK-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - UNLINK FROM HOUSEHOLD".
           05  LINE 3 COLUMN 1 VALUE "Customer ID:".
           05  LINE 3 COLUMN 14 PIC X(24) FROM WS-HHLD-CUST-ID.
           05  LINE 4 COLUMN 1 VALUE "Household:".
           05  LINE 4 COLUMN 14 PIC X(60) FROM WS-HHLD-SUMMARY.
           05  LINE 6 COLUMN 1
               VALUE "Remove this customer from the household? (Y/N):".
           05  LINE 6 COLUMN 50 PIC X USING WS-HHLD-CONFIRM.

       01  UNMERGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - UNMERGE CUSTOMER".
           05  LINE 3 COLUMN 1 VALUE "Merged-away customer ID:".
           05  LINE 3 COLUMN 26 PIC X(24) USING WS-UNMG-CUST-ID.
           05  LINE 5 COLUMN 1
               VALUE "Restore this customer and undo the merge? (Y/N):".
           05  LINE 5 COLUMN 50 PIC X USING WS-UNMG-CONFIRM.
           05  LINE 7 COLUMN 1
               VALUE "(The two customers will not be merged again)".

       01  UNDELETE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - UNDELETE CUSTOMER".
           05  LINE 3 COLUMN 1 VALUE "Deleted customer ID:".
           05  LINE 3 COLUMN 22 PIC X(24) USING WS-UDEL-CUST-ID.
           05  LINE 5 COLUMN 1
               VALUE "Undelete this customer? (Y/N):".
           05  LINE 5 COLUMN 32 PIC X USING WS-UDEL-CONFIRM.
           05  LINE 7 COLUMN 1
               VALUE "(It returns with the status it had when deleted)".

       01  APPROVAL-LIST-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - PENDING APPROVALS".
           05  LINE 2 COLUMN 1 PIC X(60) FROM WS-STATUS-MESSAGE.
           05  LINE 4 COLUMN 1
               VALUE "  #  CUSTOMER ID               FROM      >TO".
           05  LINE 4 COLUMN 46 VALUE "    REASON     BY       AGE".
           05  LINE 5 COLUMN 1 VALUE "1.".
           05  LINE 5 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(1).
           05  LINE 6 COLUMN 1 VALUE "2.".
           05  LINE 6 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(2).
           05  LINE 7 COLUMN 1 VALUE "3.".
           05  LINE 7 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(3).
           05  LINE 8 COLUMN 1 VALUE "4.".
           05  LINE 8 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(4).
           05  LINE 9 COLUMN 1 VALUE "5.".
           05  LINE 9 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(5).
           05  LINE 10 COLUMN 1 VALUE "6.".
           05  LINE 10 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(6).
           05  LINE 11 COLUMN 1 VALUE "7.".
           05  LINE 11 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(7).
           05  LINE 12 COLUMN 1 VALUE "8.".
           05  LINE 12 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(8).
           05  LINE 13 COLUMN 1 VALUE "9.".
           05  LINE 13 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(9).
           05  LINE 14 COLUMN 1 VALUE "10.".
           05  LINE 14 COLUMN 5 PIC X(74) FROM WS-APPR-LINE(10).
           05  LINE 15 COLUMN 1
               VALUE "(* = your own request - decided by another)".
           05  LINE 17 COLUMN 1 VALUE "Select # (0 to cancel):".
           05  LINE 17 COLUMN 26 PIC 99 USING WS-APPR-CHOICE.
           05  LINE 18 COLUMN 1 VALUE "Approve (A) or reject (R):".
           05  LINE 18 COLUMN 28 PIC X USING WS-APPR-ACTION.
           05  LINE 19 COLUMN 1 VALUE "Reject note:".
           05  LINE 19 COLUMN 14 PIC X(60) USING WS-APPR-NOTE.

       01  WORK-QUEUE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - EXCEPTION WORK QUEUE".
           05  LINE 2 COLUMN 1 PIC X(60) FROM WS-STATUS-MESSAGE.
           05  LINE 4 COLUMN 1 VALUE "#".
           05  LINE 4 COLUMN 5
               VALUE "CASE         SOURCE   AGE   HELD BY".
           05  LINE 4 COLUMN 42
               VALUE "CUSTOMER ID              REASON".
           05  LINE 5 COLUMN 1 VALUE "1.".
           05  LINE 5 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(1).
           05  LINE 6 COLUMN 1 VALUE "2.".
           05  LINE 6 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(2).
           05  LINE 7 COLUMN 1 VALUE "3.".
           05  LINE 7 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(3).
           05  LINE 8 COLUMN 1 VALUE "4.".
           05  LINE 8 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(4).
           05  LINE 9 COLUMN 1 VALUE "5.".
           05  LINE 9 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(5).
           05  LINE 10 COLUMN 1 VALUE "6.".
           05  LINE 10 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(6).
           05  LINE 11 COLUMN 1 VALUE "7.".
           05  LINE 11 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(7).
           05  LINE 12 COLUMN 1 VALUE "8.".
           05  LINE 12 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(8).
           05  LINE 13 COLUMN 1 VALUE "9.".
           05  LINE 13 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(9).
           05  LINE 14 COLUMN 1 VALUE "10.".
           05  LINE 14 COLUMN 5 PIC X(74) FROM WS-CASE-LINE(10).
           05  LINE 16 COLUMN 1 VALUE "Select # (0 to leave):".
           05  LINE 16 COLUMN 24 PIC 99 USING WS-CASE-CHOICE.
           05  LINE 17 COLUMN 1
               VALUE "V view, C claim, N next page - or close as".
           05  LINE 18 COLUMN 1
               VALUE "F fixed and resubmitted, D discarded, U dup:".
           05  LINE 18 COLUMN 46 PIC X USING WS-CASE-ACTION.
           05  LINE 19 COLUMN 1 VALUE "Close note:".
           05  LINE 19 COLUMN 13 PIC X(60) USING WS-CASE-NOTE.

       01  CASE-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CUSTOMER INQUIRY - EXCEPTION CASE".
           05  LINE 3 COLUMN 1 VALUE "Case:".
           05  LINE 3 COLUMN 8 PIC X(12) FROM WS-CI-CASE-ID.
           05  LINE 3 COLUMN 22 VALUE "Source:".
           05  LINE 3 COLUMN 30 PIC X(8) FROM WS-CI-SOURCE.
           05  LINE 3 COLUMN 40 VALUE "Raised:".
           05  LINE 3 COLUMN 48 PIC X(26) FROM WS-CI-RAISED-TS.
           05  LINE 4 COLUMN 1 VALUE "Reason:".
           05  LINE 4 COLUMN 9 PIC X(10) FROM WS-CI-REASON-CODE.
           05  LINE 4 COLUMN 22 VALUE "Held by:".
           05  LINE 4 COLUMN 31 PIC X(8) FROM WS-CI-ASSIGNED-TO.
           05  LINE 5 COLUMN 1 PIC X(60) FROM WS-CI-DETAIL.
           05  LINE 7 COLUMN 1 VALUE "Operation:".
           05  LINE 7 COLUMN 12 PIC X(14) FROM WS-CI-TXN-OPERATION.
           05  LINE 7 COLUMN 28 VALUE "Customer ID:".
           05  LINE 7 COLUMN 41 PIC X(24) FROM WS-CI-TXN-CUST-ID.
           05  LINE 8 COLUMN 1 VALUE "Correlation:".
           05  LINE 8 COLUMN 14 PIC X(36) FROM WS-CI-TXN-CORRELATION.
           05  LINE 9 COLUMN 1 VALUE "Priority:".
           05  LINE 9 COLUMN 11 PIC X FROM WS-CI-TXN-PRIORITY.
           05  LINE 9 COLUMN 14 VALUE "Effective date:".
           05  LINE 9 COLUMN 30 PIC X(8) FROM WS-CI-TXN-EFF-DATE.
           05  LINE 9 COLUMN 40 VALUE "Status filter:".
           05  LINE 9 COLUMN 55 PIC X(10) FROM WS-CI-TXN-STATUS-FLTR.
           05  LINE 10 COLUMN 1 VALUE "Payload:".
           05  LINE 11 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(1).
           05  LINE 12 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(2).
           05  LINE 13 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(3).
           05  LINE 14 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(4).
           05  LINE 15 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(5).
           05  LINE 16 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(6).
           05  LINE 17 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(7).
           05  LINE 18 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(8).
           05  LINE 19 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(9).
           05  LINE 20 COLUMN 3 PIC X(50) FROM WS-CI-PAYLOAD-LINE(10).
           05  LINE 22 COLUMN 1 VALUE "Press ENTER to continue".
           05  LINE 22 COLUMN 26 PIC X USING WS-CONTINUE-KEY.

       01  CREATE-RESULT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "CUSTOMER INQUIRY - CREATE RESULT".
               ELSE
                   PERFORM VALIDATE-OPERATOR-ID
                   IF NOT SIGNON-OK
                       PERFORM BUILD-SIGNON-REFUSAL
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-SIGNON-REFUSAL.
           EVALUATE TRUE
               WHEN SIGNON-REVOKED
                   MOVE "Operator ID revoked - see your supervisor."
                       TO WS-SIGNON-MESSAGE
               WHEN SIGNON-EXPIRED
                   MOVE SPACES TO WS-SIGNON-MESSAGE
                   STRING "Operator ID access expired on "
                               DELIMITED BY SIZE
                           WS-SIGNON-EXPIRY(1:4) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-SIGNON-EXPIRY(5:2) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-SIGNON-EXPIRY(7:2) DELIMITED BY SIZE
                           " - see your supervisor." DELIMITED BY SIZE
                       INTO WS-SIGNON-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE "Operator ID not authorized, try again."
                       TO WS-SIGNON-MESSAGE
           END-EVALUATE.

       VALIDATE-OPERATOR-ID.
           MOVE SPACES TO WS-OPERATOR-ROLE WS-SIGNON-REFUSAL
               WS-SIGNON-EXPIRY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO WS-OPER-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
                       SET OPER-EOF TO TRUE
                   NOT AT END
                       IF OPER-ID = WS-OPERATOR-ID
                           EVALUATE TRUE
                               WHEN OPER-ACCESS-REVOKED
                                   SET SIGNON-REVOKED TO TRUE
                               WHEN OPER-EXPIRY-DATE NOT = SPACES
                                       AND OPER-EXPIRY-DATE
                                           < WS-TODAY-DATE
                                   SET SIGNON-EXPIRED TO TRUE
                                   MOVE OPER-EXPIRY-DATE
                                       TO WS-SIGNON-EXPIRY
                               WHEN OTHER
                                   MOVE OPER-ROLE TO WS-OPERATOR-ROLE
                                   SET SIGNON-OK TO TRUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

       PROCESS-ONE-INQUIRY.
           MOVE SPACES TO WS-INPUT-CUST-ID WS-INPUT-SEARCH-TEXT
               WS-INPUT-HISTORY-ID WS-INPUT-QUEUE WS-INPUT-SUPV
           DISPLAY INQUIRY-ENTRY-SCREEN
           ACCEPT INQUIRY-ENTRY-SCREEN
           EVALUATE TRUE
               WHEN WS-INPUT-CUST-ID = SPACES
                       AND WS-INPUT-SEARCH-TEXT = SPACES
                       AND WS-INPUT-HISTORY-ID = SPACES
                       AND WS-INPUT-QUEUE = SPACES
                       AND WS-INPUT-SUPV = SPACES
                   SET EXIT-REQUESTED TO TRUE
               WHEN (WANTS-UNMERGE OR WANTS-UNDELETE)
                       AND NOT OPER-IS-SUPERVISOR
                   PERFORM SHOW-NOT-AUTHORIZED
               WHEN (WANTS-UNMERGE OR WANTS-UNDELETE)
                       AND RUNNING-DEGRADED
                   PERFORM SHOW-DEGRADED-READ-ONLY
               WHEN WANTS-UNMERGE
                   PERFORM UNMERGE-CUSTOMER
               WHEN WANTS-UNDELETE
                   PERFORM UNDELETE-CUSTOMER
               WHEN WANTS-APPROVALS AND NOT OPER-CAN-UPDATE
                   PERFORM SHOW-NOT-AUTHORIZED
               WHEN WANTS-APPROVALS AND RUNNING-DEGRADED
                   PERFORM SHOW-DEGRADED-READ-ONLY
               WHEN WANTS-APPROVALS
                   PERFORM SHOW-PENDING-APPROVALS
               WHEN WANTS-WORK-QUEUE
                   PERFORM SHOW-WORK-QUEUE
               WHEN WS-INPUT-HISTORY-ID NOT = SPACES
                   PERFORM SHOW-CUSTOMER-HISTORY
               WHEN OTHER
                       PERFORM LOOKUP-CUSTOMER
                       IF CUSTOMER-FOUND
                           PERFORM SHOW-RESULT-SCREEN
                           EVALUATE TRUE
                               WHEN NOT WANTS-UPDATE
                                   CONTINUE
                               WHEN NOT OPER-CAN-UPDATE
                                   PERFORM SHOW-NOT-AUTHORIZED
                               WHEN RUNNING-DEGRADED
                                   PERFORM SHOW-DEGRADED-READ-ONLY
                               WHEN OTHER
                                   PERFORM EDIT-AND-UPDATE-CUSTOMER
                           END-EVALUATE
                           EVALUATE TRUE
                               WHEN WANTS-NOTE-ADD
                                       AND NOT OPER-CAN-UPDATE
                                   PERFORM SHOW-NOT-AUTHORIZED
                               WHEN WANTS-NOTE-ADD
                                       AND RUNNING-DEGRADED
                                   PERFORM SHOW-DEGRADED-READ-ONLY
                               WHEN WANTS-NOTE-ADD
                                   PERFORM ADD-CUSTOMER-NOTE
                               WHEN WANTS-NOTE-LIST
                                   PERFORM LIST-CUSTOMER-NOTES
                           END-EVALUATE
                           EVALUATE TRUE
                               WHEN WANTS-HHLD-VIEW
                                   PERFORM SHOW-HOUSEHOLD-MEMBERS
                               WHEN (WANTS-HHLD-LINK
                                       OR WANTS-HHLD-UNLINK)
                                       AND NOT OPER-CAN-UPDATE
                                   PERFORM SHOW-NOT-AUTHORIZED
                               WHEN (WANTS-HHLD-LINK
                                       OR WANTS-HHLD-UNLINK)
                                       AND RUNNING-DEGRADED
                                   PERFORM SHOW-DEGRADED-READ-ONLY
                               WHEN WANTS-HHLD-LINK
                                   PERFORM LINK-CUSTOMER-HOUSEHOLD
                               WHEN WANTS-HHLD-UNLINK
                                   PERFORM UNLINK-CUSTOMER-HOUSEHOLD
                           END-EVALUATE
                       ELSE
                           IF OPER-CAN-UPDATE AND NOT RUNNING-DEGRADED
                               PERFORM OFFER-CREATE-CUSTOMER
                           ELSE
                               MOVE SPACES TO WS-CONTINUE-KEY
                               DISPLAY INQUIRY-MESSAGE-SCREEN
                               ACCEPT INQUIRY-MESSAGE-SCREEN
       SEARCH-ONE-LIST-PAGE.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "LIST" TO REQ-OPERATION
           MOVE WS-SEARCH-LIST-PAGE TO REQ-PAGE
           MOVE 100 TO REQ-PAGE-SIZE
       SUBMIT-CREATE-REQUEST.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "CREATE" TO REQ-OPERATION
           MOVE WS-INPUT-CUST-ID TO REQ-CUST-ID
           STRING "{""name"":""" DELIMITED BY SIZE
           MOVE "N" TO WS-FOUND-FLAG
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "READ" TO REQ-OPERATION
           MOVE WS-INPUT-CUST-ID TO REQ-CUST-ID
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO WS-DISPLAY-NAME WS-DISPLAY-EMAIL
               WS-DISPLAY-STATUS
           MOVE 0 TO WS-DISPLAY-VERSION
           EVALUATE TRUE
               WHEN RESP-SERVER-ERROR
                   PERFORM LOOKUP-CUSTOMER-ON-MASTER
               WHEN RESP-NOT-FOUND
                   PERFORM PROBE-MASTER-ON-NOT-FOUND
               WHEN OTHER
                   MOVE "N" TO WS-DEGRADED-FLAG
                   MOVE SPACES TO WS-DEGRADED-BANNER
                   PERFORM ACCEPT-SERVICE-LOOKUP
           END-EVALUATE.

      *----------------------------------------------------------------
      * Not found on Mongo. A customer still on last night's master
      * is only answered from it when the LIST probe finds Mongo
      * unreachable; with Mongo answering it was deleted since the
      * load and is an ordinary not-found, and the session is no
      * longer degraded. A master miss proves nothing about Mongo,
      * so it leaves any degraded state as it was.
      *----------------------------------------------------------------
       PROBE-MASTER-ON-NOT-FOUND.
           PERFORM READ-CUSTOMER-MASTER
           IF MASTER-HIT
               PERFORM PROBE-MONGO-REACHABLE
           END-IF
           IF MASTER-HIT AND MONGO-UNREACHABLE
               PERFORM ENTER-DEGRADED-MODE
           ELSE
               IF MASTER-HIT
                   MOVE "N" TO WS-DEGRADED-FLAG
                   MOVE SPACES TO WS-DEGRADED-BANNER
               END-IF
               SET RESP-NOT-FOUND TO TRUE
               PERFORM ACCEPT-SERVICE-LOOKUP
           END-IF.

      * LIST leaves soft-deleted customers out, but the master only
      * holds live ones, so a reachable database has at least one to
      * give back.
       PROBE-MONGO-REACHABLE.
           MOVE "N" TO WS-MONGO-DOWN-FLAG
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "LIST" TO REQ-OPERATION
           MOVE 1 TO REQ-PAGE
           MOVE 1 TO REQ-PAGE-SIZE
           SET RESP-PENDING TO TRUE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           IF NOT RESP-OK OR RESP-LIST-COUNT = 0
               SET MONGO-UNREACHABLE TO TRUE
           END-IF.

       ACCEPT-SERVICE-LOOKUP.
           IF RESP-NOT-FOUND
               MOVE "Customer not found." TO WS-STATUS-MESSAGE
           ELSE
               ELSE
                   MOVE "Lookup successful." TO WS-STATUS-MESSAGE
               END-IF
               IF RESP-WAS-MERGED
                   MOVE RESP-MERGED-INTO-ID TO WS-HHLD-CUST-ID
               ELSE
                   MOVE WS-INPUT-CUST-ID TO WS-HHLD-CUST-ID
               END-IF
               PERFORM LOAD-HOUSEHOLD-SUMMARY
           END-IF.

       EXTRACT-DISPLAY-FIELDS.
               MOVE FUNCTION NUMVAL(WS-REMAINDER) TO WS-DISPLAY-VERSION
           END-IF.

      *----------------------------------------------------------------
      * Degraded-mode lookup - see the WS-DEGRADED block. The master
      * holds no merge trail or version, so a merged-away id simply
      * reads as whatever the master last had for it.
      *----------------------------------------------------------------
       LOOKUP-CUSTOMER-ON-MASTER.
           PERFORM READ-CUSTOMER-MASTER
           PERFORM ENTER-DEGRADED-MODE.

       ENTER-DEGRADED-MODE.
           SET RUNNING-DEGRADED TO TRUE
           MOVE "** DEGRADED - AS OF LAST NIGHT'S MASTER - READ ONLY **"
               TO WS-DEGRADED-BANNER
           ADD 1 TO WS-FALLBACK-COUNT
           MOVE "(not available while degraded)" TO WS-HHLD-SUMMARY
           IF MASTER-HIT
               MOVE MASTER-CUST-NAME TO WS-DISPLAY-NAME
               MOVE MASTER-CUST-EMAIL TO WS-DISPLAY-EMAIL
               MOVE MASTER-CUST-STATUS TO WS-DISPLAY-STATUS
               MOVE "Y" TO WS-FOUND-FLAG
               MOVE "Shown from last night's master."
                   TO WS-STATUS-MESSAGE
           END-IF
           PERFORM WRITE-FALLBACK-ALERT.

       READ-CUSTOMER-MASTER.
           MOVE "N" TO WS-MASTER-HIT-FLAG
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               MOVE "Customer data unavailable - master cannot be read."
                   TO WS-STATUS-MESSAGE
           ELSE
               MOVE WS-INPUT-CUST-ID TO MASTER-CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "Customer not on last night's master."
                           TO WS-STATUS-MESSAGE
                   NOT INVALID KEY
                       SET MASTER-HIT TO TRUE
               END-READ
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       WRITE-FALLBACK-ALERT.
           OPEN EXTEND OPS-ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               OPEN OUTPUT OPS-ALERT-FILE
           END-IF
           IF WS-ALERT-FILE-STATUS = "00"
               MOVE SPACES TO OPS-ALERT-RECORD
               MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
               MOVE "CUSTINQ" TO ALERT-JOB-NAME
               MOVE "FALLBACK" TO ALERT-STEP-NAME
               MOVE "CUSTOMER-INQUIRY" TO ALERT-PROGRAM-NAME
               STRING "CUSTMAST fallback read " DELIMITED BY SIZE
                       WS-FALLBACK-COUNT DELIMITED BY SIZE
                       " oper=" DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SPACE
                       " cust=" DELIMITED BY SIZE
                       WS-INPUT-CUST-ID DELIMITED BY SPACE
                   INTO ALERT-MESSAGE
               END-STRING
               WRITE OPS-ALERT-RECORD
               CLOSE OPS-ALERT-FILE
           END-IF.

       SHOW-DEGRADED-READ-ONLY.
           MOVE "Read only while degraded - retry once Mongo is back."
               TO WS-STATUS-MESSAGE
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

       SHOW-NOT-AUTHORIZED.
           MOVE "Operator not authorized for that action."
               TO WS-STATUS-MESSAGE

       SHOW-RESULT-SCREEN.
           MOVE SPACES TO WS-CONTINUE-KEY WS-UPDATE-CHOICE
               WS-NOTE-CHOICE WS-HHLD-CHOICE
           DISPLAY INQUIRY-RESULT-SCREEN
           ACCEPT INQUIRY-RESULT-SCREEN.

       SUBMIT-NOTE-ADD-REQUEST.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "NOTE-ADD" TO REQ-OPERATION
           MOVE WS-INPUT-CUST-ID TO REQ-CUST-ID
           STRING "{""noteText"":""" DELIMITED BY SIZE
           MOVE SPACES TO WS-NOTE-LINE-TABLE
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "NOTE-LIST" TO REQ-OPERATION
           MOVE WS-INPUT-CUST-ID TO REQ-CUST-ID
           MOVE 1 TO REQ-PAGE
           MOVE WS-DISPLAY-VERSION TO WS-VERSION-ED
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "UPDATE" TO REQ-OPERATION
           MOVE WS-INPUT-CUST-ID TO REQ-CUST-ID
           STRING "{""name"":""" DELIMITED BY SIZE
           ELSE
               MOVE RESP-MESSAGE TO WS-UPDATE-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      * Household summary and member lines for the customer on
      * screen. Runs after every successful lookup so the SUSPENDED
      * flag is never stale; the customer's own status is already on
      * the result screen, so only the other members count toward
      * the flag.
      *----------------------------------------------------------------
       LOAD-HOUSEHOLD-SUMMARY.
           MOVE 0 TO WS-HHLD-MEMBER-COUNT WS-HHLD-SUSPENDED-COUNT
           MOVE SPACES TO WS-HHLD-LINE-TABLE WS-HHLD-ID
               WS-HHLD-SUMMARY
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "HOUSEHOLD-LIST" TO REQ-OPERATION
           MOVE WS-HHLD-CUST-ID TO REQ-CUST-ID
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           IF RESP-OK
               MOVE SPACES TO WS-JUNK WS-REMAINDER
               UNSTRING RESP-BODY DELIMITED BY """householdId"":"""
                   INTO WS-JUNK WS-REMAINDER
               END-UNSTRING
               IF WS-REMAINDER NOT = SPACES
                   UNSTRING WS-REMAINDER DELIMITED BY """"
                       INTO WS-HHLD-ID
                   END-UNSTRING
               END-IF
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                   PERFORM ADD-ONE-HOUSEHOLD-LINE
               END-PERFORM
               MOVE RESP-LIST-COUNT TO WS-HHLD-COUNT-ED
               IF WS-HHLD-SUSPENDED-COUNT > 0
                   STRING "Household of " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HHLD-COUNT-ED)
                               DELIMITED BY SIZE
                           " - SUSPENDED member(s), see H"
                               DELIMITED BY SIZE
                       INTO WS-HHLD-SUMMARY
                   END-STRING
               ELSE
                   STRING "Household of " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HHLD-COUNT-ED)
                               DELIMITED BY SIZE
                           ", anchor " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-HHLD-ID) DELIMITED BY SIZE
                       INTO WS-HHLD-SUMMARY
                   END-STRING
               END-IF
           ELSE
               MOVE "Not in a household." TO WS-HHLD-SUMMARY
           END-IF.

       ADD-ONE-HOUSEHOLD-LINE.
           MOVE RESP-LIST-ITEM(RESP-LIST-IDX) TO WS-HHLD-BODY
           PERFORM EXTRACT-HOUSEHOLD-CANDIDATE-FIELDS
           MOVE SPACES TO WS-HHLD-CAND-FLAG
           IF WS-HHLD-CAND-STATUS = "SUSPENDED"
               MOVE "* " TO WS-HHLD-CAND-FLAG
               IF WS-HHLD-CAND-ID NOT = WS-HHLD-CUST-ID
                   ADD 1 TO WS-HHLD-SUSPENDED-COUNT
               END-IF
           END-IF
           IF WS-HHLD-MEMBER-COUNT < WS-HHLD-LINE-MAX
               ADD 1 TO WS-HHLD-MEMBER-COUNT
               MOVE SPACES TO WS-HHLD-BUILD-LINE
               STRING WS-HHLD-CAND-FLAG DELIMITED BY SIZE
                       WS-HHLD-CAND-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HHLD-CAND-NAME(1:25) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HHLD-CAND-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HHLD-CAND-REL DELIMITED BY SIZE
                   INTO WS-HHLD-BUILD-LINE
               END-STRING
               MOVE WS-HHLD-BUILD-LINE
                   TO WS-HHLD-LINE(WS-HHLD-MEMBER-COUNT)
           END-IF.

       EXTRACT-HOUSEHOLD-CANDIDATE-FIELDS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-HHLD-CAND-ID
           UNSTRING WS-HHLD-BODY DELIMITED BY """id"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-HHLD-CAND-ID
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-HHLD-CAND-NAME
           UNSTRING WS-HHLD-BODY DELIMITED BY """name"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-HHLD-CAND-NAME
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-HHLD-CAND-STATUS
           UNSTRING WS-HHLD-BODY DELIMITED BY """status"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-HHLD-CAND-STATUS
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-HHLD-CAND-REL
           UNSTRING WS-HHLD-BODY DELIMITED BY """relationship"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-HHLD-CAND-REL
               END-UNSTRING
           END-IF.

       SHOW-HOUSEHOLD-MEMBERS.
           IF WS-HHLD-MEMBER-COUNT = 0
               MOVE "Customer is not in a household."
                   TO WS-STATUS-MESSAGE
           ELSE
               MOVE WS-HHLD-SUMMARY TO WS-STATUS-MESSAGE
           END-IF
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY HOUSEHOLD-LIST-SCREEN
           ACCEPT HOUSEHOLD-LIST-SCREEN.

       LINK-CUSTOMER-HOUSEHOLD.
           MOVE SPACES TO WS-HHLD-LINK-TO-ID WS-HHLD-LINK-REL
           DISPLAY HOUSEHOLD-LINK-SCREEN
           ACCEPT HOUSEHOLD-LINK-SCREEN
           IF WS-HHLD-LINK-TO-ID = SPACES
               MOVE "No household link made." TO WS-STATUS-MESSAGE
           ELSE
               MOVE SPACES TO REQUEST-CTX
               MOVE WS-OPERATOR-ID TO REQ-USER
               MOVE "SCREEN" TO REQ-CHANNEL
               MOVE "HOUSEHOLD-LINK" TO REQ-OPERATION
               MOVE WS-HHLD-CUST-ID TO REQ-CUST-ID
               STRING "{""linkedCustId"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HHLD-LINK-TO-ID)
                           DELIMITED BY SIZE
                       """,""relationship"":""" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HHLD-LINK-REL)
                           DELIMITED BY SIZE
                       """}" DELIMITED BY SIZE
                   INTO REQ-PAYLOAD
               END-STRING
               MOVE 0 TO RESP-CODE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
               IF RESP-OK
                   MOVE "Customer linked to household."
                       TO WS-STATUS-MESSAGE
               ELSE
                   MOVE RESP-MESSAGE TO WS-STATUS-MESSAGE
               END-IF
           END-IF
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

       UNLINK-CUSTOMER-HOUSEHOLD.
           MOVE SPACES TO WS-HHLD-CONFIRM
           DISPLAY HOUSEHOLD-UNLINK-SCREEN
           ACCEPT HOUSEHOLD-UNLINK-SCREEN
           IF HHLD-CONFIRMED
               MOVE SPACES TO REQUEST-CTX
               MOVE WS-OPERATOR-ID TO REQ-USER
               MOVE "SCREEN" TO REQ-CHANNEL
               MOVE "HOUSEHOLD-UNLINK" TO REQ-OPERATION
               MOVE WS-HHLD-CUST-ID TO REQ-CUST-ID
               MOVE 0 TO RESP-CODE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
               IF RESP-OK
                   MOVE "Customer unlinked from household."
                       TO WS-STATUS-MESSAGE
               ELSE
                   MOVE RESP-MESSAGE TO WS-STATUS-MESSAGE
               END-IF
           ELSE
               MOVE "Household unchanged." TO WS-STATUS-MESSAGE
           END-IF
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

       UNMERGE-CUSTOMER.
           MOVE SPACES TO WS-UNMG-CUST-ID WS-UNMG-CONFIRM
           DISPLAY UNMERGE-SCREEN
           ACCEPT UNMERGE-SCREEN
           IF UNMG-CONFIRMED AND WS-UNMG-CUST-ID NOT = SPACES
               MOVE SPACES TO REQUEST-CTX
               MOVE WS-OPERATOR-ID TO REQ-USER
               MOVE "SCREEN" TO REQ-CHANNEL
               MOVE "UNMERGE" TO REQ-OPERATION
               MOVE WS-UNMG-CUST-ID TO REQ-CUST-ID
               MOVE 0 TO RESP-CODE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
               IF RESP-OK
                   MOVE "Customer unmerged and restored."
                       TO WS-STATUS-MESSAGE
               ELSE
                   MOVE RESP-MESSAGE TO WS-STATUS-MESSAGE
               END-IF
           ELSE
               MOVE "Nothing unmerged." TO WS-STATUS-MESSAGE
           END-IF
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

       UNDELETE-CUSTOMER.
           MOVE SPACES TO WS-UDEL-CUST-ID WS-UDEL-CONFIRM
           DISPLAY UNDELETE-SCREEN
           ACCEPT UNDELETE-SCREEN
           IF UDEL-CONFIRMED AND WS-UDEL-CUST-ID NOT = SPACES
               MOVE SPACES TO REQUEST-CTX
               MOVE WS-OPERATOR-ID TO REQ-USER
               MOVE "SCREEN" TO REQ-CHANNEL
               MOVE "UNDELETE" TO REQ-OPERATION
               MOVE WS-UDEL-CUST-ID TO REQ-CUST-ID
               MOVE 0 TO RESP-CODE
               MOVE SPACES TO RESP-MESSAGE RESP-BODY
               CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
               IF RESP-OK
                   MOVE "Customer undeleted." TO WS-STATUS-MESSAGE
               ELSE
                   MOVE RESP-MESSAGE TO WS-STATUS-MESSAGE
               END-IF
           ELSE
               MOVE "Nothing undeleted." TO WS-STATUS-MESSAGE
           END-IF
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

      *----------------------------------------------------------------
      * Approval queue: the oldest WS-APPR-LINE-MAX open items from
      * CUSTOMER-SERVICE PENDING-LIST, then one decision.
      *----------------------------------------------------------------
       SHOW-PENDING-APPROVALS.
           PERFORM LOAD-PENDING-APPROVALS
           IF WS-APPR-LINE-COUNT = 0
               MOVE SPACES TO WS-CONTINUE-KEY
               DISPLAY INQUIRY-MESSAGE-SCREEN
               ACCEPT INQUIRY-MESSAGE-SCREEN
           ELSE
               MOVE 0 TO WS-APPR-CHOICE
               MOVE SPACES TO WS-APPR-ACTION WS-APPR-NOTE
               DISPLAY APPROVAL-LIST-SCREEN
               ACCEPT APPROVAL-LIST-SCREEN
               IF WS-APPR-CHOICE > 0
                       AND WS-APPR-CHOICE NOT > WS-APPR-LINE-COUNT
                       AND (APPR-ACTION-APPROVE OR APPR-ACTION-REJECT)
                   PERFORM DECIDE-PENDING-APPROVAL
               ELSE
                   MOVE "No decision made." TO WS-STATUS-MESSAGE
               END-IF
               MOVE SPACES TO WS-CONTINUE-KEY
               DISPLAY INQUIRY-MESSAGE-SCREEN
               ACCEPT INQUIRY-MESSAGE-SCREEN
           END-IF.

       LOAD-PENDING-APPROVALS.
           MOVE 0 TO WS-APPR-LINE-COUNT
           MOVE SPACES TO WS-APPR-LINE-TABLE WS-APPR-ID-TABLE
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           MOVE "PENDING-LIST" TO REQ-OPERATION
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           MOVE 0 TO RESP-LIST-COUNT
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           IF RESP-OK
               PERFORM VARYING RESP-LIST-IDX FROM 1 BY 1
                       UNTIL RESP-LIST-IDX > RESP-LIST-COUNT
                          OR WS-APPR-LINE-COUNT NOT < WS-APPR-LINE-MAX
                   PERFORM ADD-ONE-APPROVAL-LINE
               END-PERFORM
               MOVE RESP-LIST-COUNT TO WS-APPR-COUNT-ED
               EVALUATE TRUE
                   WHEN RESP-LIST-COUNT = 0
                       MOVE "No updates are waiting for approval."
                           TO WS-STATUS-MESSAGE
                   WHEN RESP-LIST-COUNT > WS-APPR-LINE-COUNT
                       MOVE SPACES TO WS-STATUS-MESSAGE
                       STRING "Oldest 10 of " DELIMITED BY SIZE
                               FUNCTION TRIM(WS-APPR-COUNT-ED)
                                   DELIMITED BY SIZE
                               " waiting for approval."
                                   DELIMITED BY SIZE
                           INTO WS-STATUS-MESSAGE
                       END-STRING
                   WHEN OTHER
                       MOVE SPACES TO WS-STATUS-MESSAGE
                       STRING FUNCTION TRIM(WS-APPR-COUNT-ED)
                                   DELIMITED BY SIZE
                               " waiting for approval, oldest first."
                                   DELIMITED BY SIZE
                           INTO WS-STATUS-MESSAGE
                       END-STRING
               END-EVALUATE
           ELSE
               MOVE RESP-MESSAGE TO WS-STATUS-MESSAGE
           END-IF.

       ADD-ONE-APPROVAL-LINE.
           MOVE RESP-LIST-ITEM(RESP-LIST-IDX) TO WS-APPR-BODY
           PERFORM EXTRACT-APPROVAL-CANDIDATE-FIELDS
           IF WS-APPR-CAND-BY = WS-OPERATOR-ID
               MOVE "*" TO WS-APPR-CAND-FLAG
           ELSE
               MOVE SPACE TO WS-APPR-CAND-FLAG
           END-IF
           ADD 1 TO WS-APPR-LINE-COUNT
           MOVE SPACES TO WS-APPR-BUILD-LINE
           STRING WS-APPR-CAND-FLAG DELIMITED BY SIZE
                   WS-APPR-CAND-CUST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPR-CAND-FROM DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   WS-APPR-CAND-TO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPR-CAND-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPR-CAND-BY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPR-CAND-AGE) DELIMITED BY SIZE
                   "d" DELIMITED BY SIZE
               INTO WS-APPR-BUILD-LINE
           END-STRING
           MOVE WS-APPR-BUILD-LINE TO WS-APPR-LINE(WS-APPR-LINE-COUNT)
           MOVE WS-APPR-CAND-PENDING-ID
               TO WS-APPR-LINE-ID(WS-APPR-LINE-COUNT).

       EXTRACT-APPROVAL-CANDIDATE-FIELDS.
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-PENDING-ID
           UNSTRING WS-APPR-BODY DELIMITED BY """pendingId"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-CAND-PENDING-ID
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-CUST-ID
           UNSTRING WS-APPR-BODY DELIMITED BY """id"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-CAND-CUST-ID
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-FROM
           UNSTRING WS-APPR-BODY DELIMITED BY """fromStatus"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-CAND-FROM
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-TO
           UNSTRING WS-APPR-BODY DELIMITED BY """toStatus"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-CAND-TO
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-REASON
           UNSTRING WS-APPR-BODY DELIMITED BY """reasonCode"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-CAND-REASON
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-BY
           UNSTRING WS-APPR-BODY DELIMITED BY """requestedBy"":"""
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY """"
                   INTO WS-APPR-CAND-BY
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-JUNK WS-REMAINDER WS-APPR-CAND-AGE
           UNSTRING WS-APPR-BODY DELIMITED BY """ageDays"":"
               INTO WS-JUNK WS-REMAINDER
           END-UNSTRING
           IF WS-REMAINDER NOT = SPACES
               UNSTRING WS-REMAINDER DELIMITED BY "," OR "}"
                   INTO WS-APPR-CAND-AGE
               END-UNSTRING
           END-IF.

       DECIDE-PENDING-APPROVAL.
           MOVE SPACES TO REQUEST-CTX
           MOVE WS-OPERATOR-ID TO REQ-USER
           MOVE "SCREEN" TO REQ-CHANNEL
           IF APPR-ACTION-APPROVE
               MOVE "PENDING-APPROVE" TO REQ-OPERATION
           ELSE
               MOVE "PENDING-REJECT" TO REQ-OPERATION
           END-IF
           STRING "{""pendingId"":""" DELIMITED BY SIZE
                   WS-APPR-LINE-ID(WS-APPR-CHOICE) DELIMITED BY SPACE
                   """,""note"":""" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-APPR-NOTE) DELIMITED BY SIZE
                   """}" DELIMITED BY SIZE
               INTO REQ-PAYLOAD
           END-STRING
           MOVE 0 TO RESP-CODE
           MOVE SPACES TO RESP-MESSAGE RESP-BODY
           CALL "CUSTOMER-SERVICE" USING REQUEST-CTX RESPONSE-CTX
           MOVE RESP-MESSAGE TO WS-STATUS-MESSAGE.

      *----------------------------------------------------------------
      * Exception work queue - see the WS-CASE block.
      *----------------------------------------------------------------
       SHOW-WORK-QUEUE.
           COMPUTE WS-CASE-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           PERFORM LOAD-OPEN-CASE-TABLE
           MOVE 1 TO WS-CASE-PAGE-START
           SET CASE-PAGING TO TRUE
           PERFORM UNTIL NOT CASE-PAGING
               PERFORM BUILD-CASE-PAGE
               MOVE 0 TO WS-CASE-CHOICE
               MOVE SPACES TO WS-CASE-ACTION WS-CASE-NOTE
               DISPLAY WORK-QUEUE-SCREEN
               ACCEPT WORK-QUEUE-SCREEN
               IF CASE-ACTION-NEXT
                   ADD WS-CASE-LINE-MAX TO WS-CASE-PAGE-START
                   IF WS-CASE-PAGE-START > WS-CASE-OPEN-COUNT
                       MOVE 1 TO WS-CASE-PAGE-START
                   END-IF
               ELSE
                   MOVE "N" TO WS-CASE-PAGING-FLAG
               END-IF
           END-PERFORM
           IF WS-CASE-CHOICE > 0
                   AND WS-CASE-CHOICE NOT > WS-CASE-LINE-COUNT
               MOVE WS-CASE-LINE-ID(WS-CASE-CHOICE)
                   TO WS-CASE-WANTED-ID
               EVALUATE TRUE
                   WHEN CASE-ACTION-VIEW
                       PERFORM SHOW-CASE-DETAIL
                   WHEN (CASE-ACTION-CLAIM OR CASE-ACTION-CLOSE)
                           AND NOT OPER-CAN-UPDATE
                       PERFORM SHOW-NOT-AUTHORIZED
                   WHEN CASE-ACTION-CLAIM
                       PERFORM CLAIM-EXCEPTION-CASE
                   WHEN CASE-ACTION-CLOSE
                       PERFORM CLOSE-EXCEPTION-CASE
               END-EVALUATE
           END-IF.

      * Same last-record-wins reading as CUSTOMER-CASE-LOAD: opens
      * add a case, claims change its holder, closes take it out.
       LOAD-OPEN-CASE-TABLE.
           MOVE 0 TO WS-CASE-OPEN-COUNT
           MOVE "N" TO WS-CASE-EOF
           OPEN INPUT EXCEPTION-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               SET CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL CASE-EOF
               READ EXCEPTION-CASE-FILE
                   AT END
                       SET CASE-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-CASE-EVENT
               END-READ
           END-PERFORM
           IF WS-CASE-FILE-STATUS NOT = "35"
               CLOSE EXCEPTION-CASE-FILE
           END-IF.

       APPLY-CASE-EVENT.
           IF EXC-IS-OPENED
               IF WS-CASE-OPEN-COUNT < WS-CASE-OPEN-MAX
                   ADD 1 TO WS-CASE-OPEN-COUNT
                   SET WS-CO-IDX TO WS-CASE-OPEN-COUNT
                   MOVE EXC-CASE-ID TO WS-CO-CASE-ID(WS-CO-IDX)
                   MOVE EXC-SOURCE TO WS-CO-SOURCE(WS-CO-IDX)
                   MOVE EXC-RAISED-TS(1:8)
                       TO WS-CO-RAISED-DATE(WS-CO-IDX)
                   MOVE EXC-ASSIGNED-TO TO WS-CO-ASSIGNED-TO(WS-CO-IDX)
                   MOVE EXC-CUST-ID TO WS-CO-CUST-ID(WS-CO-IDX)
                   MOVE EXC-REASON-CODE
                       TO WS-CO-REASON-CODE(WS-CO-IDX)
               END-IF
           ELSE
               MOVE "N" TO WS-CASE-FOUND-FLAG
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CASE-OPEN-COUNT
                          OR CASE-FOUND
                   IF WS-CO-CASE-ID(WS-CO-IDX) = EXC-CASE-ID
                       SET CASE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF CASE-FOUND
                   SET WS-CO-IDX DOWN BY 1
                   IF EXC-IS-CLAIMED
                       MOVE EXC-ASSIGNED-TO
                           TO WS-CO-ASSIGNED-TO(WS-CO-IDX)
                   ELSE
                       SET WS-CASE-SHIFT-IDX TO WS-CO-IDX
                       PERFORM UNTIL WS-CASE-SHIFT-IDX
                               NOT < WS-CASE-OPEN-COUNT
                           MOVE WS-CO-ENTRY(WS-CASE-SHIFT-IDX + 1)
                               TO WS-CO-ENTRY(WS-CASE-SHIFT-IDX)
                           ADD 1 TO WS-CASE-SHIFT-IDX
                       END-PERFORM
                       SUBTRACT 1 FROM WS-CASE-OPEN-COUNT
                   END-IF
               END-IF
           END-IF.

       BUILD-CASE-PAGE.
           MOVE 0 TO WS-CASE-LINE-COUNT
           MOVE SPACES TO WS-CASE-LINE-TABLE WS-CASE-ID-TABLE
           PERFORM VARYING WS-CO-IDX FROM WS-CASE-PAGE-START BY 1
                   UNTIL WS-CO-IDX > WS-CASE-OPEN-COUNT
                      OR WS-CASE-LINE-COUNT NOT < WS-CASE-LINE-MAX
               PERFORM ADD-ONE-CASE-LINE
           END-PERFORM
           MOVE SPACES TO WS-STATUS-MESSAGE
           IF WS-CASE-OPEN-COUNT = 0
               MOVE "No open exception cases." TO WS-STATUS-MESSAGE
           ELSE
               MOVE WS-CASE-OPEN-COUNT TO WS-CASE-COUNT-ED
               MOVE WS-CASE-PAGE-START TO WS-CASE-FROM-ED
               STRING "Open cases from #" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CASE-FROM-ED) DELIMITED BY SIZE
                       " of " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CASE-COUNT-ED)
                           DELIMITED BY SIZE
                       ", oldest first." DELIMITED BY SIZE
                   INTO WS-STATUS-MESSAGE
               END-STRING
           END-IF.

       ADD-ONE-CASE-LINE.
           MOVE 0 TO WS-CASE-AGE-DAYS
           IF WS-CO-RAISED-DATE(WS-CO-IDX) IS NUMERIC
               COMPUTE WS-CASE-RAISED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CO-RAISED-DATE(WS-CO-IDX)))
               IF WS-CASE-TODAY-INT > WS-CASE-RAISED-INT
                   COMPUTE WS-CASE-AGE-DAYS =
                       WS-CASE-TODAY-INT - WS-CASE-RAISED-INT
               END-IF
           END-IF
           MOVE WS-CASE-AGE-DAYS TO WS-CASE-AGE-ED
           ADD 1 TO WS-CASE-LINE-COUNT
           MOVE SPACES TO WS-CASE-BUILD-LINE
           STRING WS-CO-CASE-ID(WS-CO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CO-SOURCE(WS-CO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CASE-AGE-ED DELIMITED BY SIZE
                   "d " DELIMITED BY SIZE
                   WS-CO-ASSIGNED-TO(WS-CO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CO-CUST-ID(WS-CO-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CO-REASON-CODE(WS-CO-IDX) DELIMITED BY SIZE
               INTO WS-CASE-BUILD-LINE
           END-STRING
           MOVE WS-CASE-BUILD-LINE TO WS-CASE-LINE(WS-CASE-LINE-COUNT)
           MOVE WS-CO-CASE-ID(WS-CO-IDX)
               TO WS-CASE-LINE-ID(WS-CASE-LINE-COUNT).

      * Re-reads the case from the file rather than trusting the
      * page, so a claim or close made by someone else since the
      * list was shown is seen.
       FIND-CASE-ITEM.
           MOVE "N" TO WS-CASE-FOUND-FLAG
           MOVE SPACES TO WS-CASE-ITEM
           MOVE "N" TO WS-CASE-EOF
           OPEN INPUT EXCEPTION-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               SET CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL CASE-EOF
               READ EXCEPTION-CASE-FILE
                   AT END
                       SET CASE-EOF TO TRUE
                   NOT AT END
                       IF EXC-CASE-ID = WS-CASE-WANTED-ID
                           MOVE EXCEPTION-CASE-RECORD TO WS-CASE-ITEM
                           SET CASE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CASE-FILE-STATUS NOT = "35"
               CLOSE EXCEPTION-CASE-FILE
           END-IF.

       SHOW-CASE-DETAIL.
           PERFORM FIND-CASE-ITEM
           IF CASE-FOUND
               MOVE SPACES TO WS-CONTINUE-KEY
               DISPLAY CASE-DETAIL-SCREEN
               ACCEPT CASE-DETAIL-SCREEN
           ELSE
               PERFORM SHOW-CASE-MESSAGE-NOT-FOUND
           END-IF.

       CLAIM-EXCEPTION-CASE.
           PERFORM FIND-CASE-ITEM
           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   MOVE "Case not found." TO WS-STATUS-MESSAGE
               WHEN WS-CI-IS-CLOSED
                   MOVE "Case is already closed." TO WS-STATUS-MESSAGE
               WHEN WS-CI-ASSIGNED-TO = WS-OPERATOR-ID
                   MOVE "You already hold this case."
                       TO WS-STATUS-MESSAGE
               WHEN WS-CI-ASSIGNED-TO NOT = SPACES
                       AND NOT OPER-IS-SUPERVISOR
                   MOVE SPACES TO WS-STATUS-MESSAGE
                   STRING "Case is held by " DELIMITED BY SIZE
                           WS-CI-ASSIGNED-TO DELIMITED BY SPACE
                           "." DELIMITED BY SIZE
                       INTO WS-STATUS-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE "C" TO WS-CI-ACTION
                   MOVE WS-OPERATOR-ID TO WS-CI-ASSIGNED-TO
                   PERFORM WRITE-CASE-EVENT
                   IF WS-CASE-FILE-STATUS = "00"
                       MOVE "Case claimed." TO WS-STATUS-MESSAGE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

       CLOSE-EXCEPTION-CASE.
           PERFORM FIND-CASE-ITEM
           EVALUATE TRUE
               WHEN NOT CASE-FOUND
                   MOVE "Case not found." TO WS-STATUS-MESSAGE
               WHEN WS-CI-IS-CLOSED
                   MOVE "Case is already closed." TO WS-STATUS-MESSAGE
               WHEN WS-CI-ASSIGNED-TO NOT = WS-OPERATOR-ID
                   MOVE "Claim the case before closing it."
                       TO WS-STATUS-MESSAGE
               WHEN OTHER
                   MOVE "X" TO WS-CI-ACTION
                   EVALUATE TRUE
                       WHEN CASE-ACTION-FIXED
                           MOVE "FIXED" TO WS-CI-RESOLUTION
                       WHEN CASE-ACTION-DISCARD
                           MOVE "DISCARDED" TO WS-CI-RESOLUTION
                       WHEN OTHER
                           MOVE "DUPLICATE" TO WS-CI-RESOLUTION
                   END-EVALUATE
                   IF WS-CASE-NOTE NOT = SPACES
                       MOVE WS-CASE-NOTE TO WS-CI-DETAIL
                   END-IF
                   PERFORM WRITE-CASE-EVENT
                   IF WS-CASE-FILE-STATUS = "00"
                       MOVE SPACES TO WS-STATUS-MESSAGE
                       STRING "Case closed as " DELIMITED BY SIZE
                               WS-CI-RESOLUTION DELIMITED BY SPACE
                               "." DELIMITED BY SIZE
                           INTO WS-STATUS-MESSAGE
                       END-STRING
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.

       WRITE-CASE-EVENT.
           MOVE WS-OPERATOR-ID TO WS-CI-CHANGED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CI-CHANGED-TS
           OPEN EXTEND EXCEPTION-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-CASE-FILE
           END-IF
           IF WS-CASE-FILE-STATUS = "00"
               MOVE WS-CASE-ITEM TO EXCEPTION-CASE-RECORD
               WRITE EXCEPTION-CASE-RECORD
               CLOSE EXCEPTION-CASE-FILE
           ELSE
               MOVE "Case file unavailable - no change made."
                   TO WS-STATUS-MESSAGE
           END-IF.

       SHOW-CASE-MESSAGE-NOT-FOUND.
           MOVE "Case not found." TO WS-STATUS-MESSAGE
           MOVE SPACES TO WS-CONTINUE-KEY
           DISPLAY INQUIRY-MESSAGE-SCREEN
           ACCEPT INQUIRY-MESSAGE-SCREEN.
