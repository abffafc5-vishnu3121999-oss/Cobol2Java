      *  back not-found, so a lookup on a folded-away duplicate id
      *  transparently returns the surviving record instead of
      *  dead-ending a support call.
      *  An UNMERGE appends a record for the duplicate id with a
      *  blank XREF-SURVIVOR-ID: that retires the pair, and the id
      *  is no longer redirected.
      *================================================================
       01  MERGE-XREF-RECORD.
           05  XREF-DUP-ID           PIC X(24).
