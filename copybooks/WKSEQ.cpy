      * names a prefix: the prefix, the raw value, and a modulus-11
      * check digit (WKDIGP), so a keyed-in document number can be
      * verified at entry time downstream. Series without a prefix
      * (and all H/T records) carry spaces there. SEQ-RUN-MODE reads
      * SIMULACAO on every record of a simulated run (WKSIM) and is
      * spaces otherwise.
      ******************************************************************
       01  SEQ-OUT-RECORD.
           05  SEQ-REC-TYPE        PIC X(01).
               10  SEQ-DOC-PREFIX  PIC X(03).
               10  SEQ-DOC-VALUE   PIC 9(05).
               10  SEQ-DOC-CHECK   PIC X(01).
           05  SEQ-RUN-MODE        PIC X(09).
           05  FILLER              PIC X(48).
