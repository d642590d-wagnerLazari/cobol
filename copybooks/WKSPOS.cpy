      ******************************************************************
      * Record layout of STRMPOS: the last value CONTADOR issued per
      * named series, carried across runs so a series never
      * re-issues numbers it already handed out.
      ******************************************************************
       01  STRM-POS-RECORD.
           05  STRM-POS-ID         PIC X(08).
           05  STRM-POS-LAST       PIC 9(05).
