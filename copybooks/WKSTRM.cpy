      ******************************************************************
      * Record layout of STREAMDEF, CONTADOR's named-series
      * definitions, kept with STRMMNT. One series per record: id,
      * first value, limit, and an optional document-number prefix -
      * when present, the series' detail records carry the
      * formatted document number (prefix + value + check digit).
      * A retired series ('R') stays on file so its id and prefix
      * are not reused, but CONTADOR no longer issues from it; a
      * blank status is an active series, as on every record cut
      * before the status existed.
      ******************************************************************
       01  STRM-DEF-RECORD.
           05  STRM-DEF-ID         PIC X(08).
           05  STRM-DEF-START      PIC X(05).
           05  STRM-DEF-LIMIT      PIC X(05).
           05  STRM-DEF-PREFIX     PIC X(03).
           05  STRM-DEF-STATUS     PIC X(01).
               88  STRM-DEF-ACTIVE     VALUE 'A' ' '.
               88  STRM-DEF-RETIRED    VALUE 'R'.
