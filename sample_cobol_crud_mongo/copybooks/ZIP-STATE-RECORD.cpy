      *================================================================
      *  ZIP-STATE-RECORD
      *  One row of the ZIP-to-state reference file (ZIPSTATE): an
      *  inclusive range of 5-digit ZIP codes and the state they
      *  belong to. Maintained by the address-data team; a state
      *  with several non-contiguous ranges simply has several rows.
      *  Rows starting with "*" are comments and are skipped.
      *================================================================
       01  ZIP-STATE-RECORD.
           05  ZIPS-ZIP-LOW          PIC X(05).
           05  ZIPS-ZIP-HIGH         PIC X(05).
           05  ZIPS-STATE            PIC X(02).
           05  ZIPS-STATE-NAME       PIC X(20).
           05  FILLER                PIC X(08).
