      *  read from the OPERIDS file at sign-on. The role byte is
      *  deliberately simple: U may update, create, and enter notes;
      *  I gets the lookup, search, history and note-view screens
      *  only; S is a supervisor - everything U can do, plus operator
      *  maintenance through CUSTOMER-OPER-ADMIN and the UNMERGE of a
      *  wrong dedupe merge.
      *================================================================
       01  OPERATOR-RECORD.
           05  OPER-ID               PIC X(8).
           05  OPER-ROLE             PIC X(1).
               88  OPER-ROLE-UPDATE      VALUE "U".
               88  OPER-ROLE-INQUIRY     VALUE "I".
               88  OPER-ROLE-SUPERVISOR  VALUE "S".
               88  OPER-ROLE-VALID       VALUE "U" "I" "S".
      *----------------------------------------------------------------
      * Access control, maintained by CUSTOMER-OPER-ADMIN. A revoked
      * operator stays on file (so the audit trail's user ids still
      * resolve to a name) but can no longer sign on. The expiry date
      * is the last day sign-on is allowed; blank never expires.
      * Entries keyed before these fields existed carry blanks here,
      * which read as active with no expiry.
      *----------------------------------------------------------------
           05  OPER-ACCESS-STATUS    PIC X(1).
               88  OPER-ACCESS-ACTIVE    VALUE "A" SPACE.
               88  OPER-ACCESS-REVOKED   VALUE "R".
           05  OPER-EXPIRY-DATE      PIC X(8).
           05  OPER-CHANGED-BY       PIC X(8).
           05  OPER-CHANGED-TS       PIC X(26).
