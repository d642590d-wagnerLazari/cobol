      ******************************************************************
      * Record layout of DOCISS, the register of document numbers
      * handed out. SEQDIST appends one record per prefixed series
      * it distributes: the series, its document prefix, the
      * processing date and the first and last value issued (the
      * check digit follows from the value, WKDIGP). DOCRECON
      * matches the consumers' DOCUSO returns against it and marks
      * a range 'C' once every number in it is accounted for; a
      * range still 'A' has numbers outstanding.
      ******************************************************************
       01  DISS-RECORD.
           05  DISS-STREAM-ID      PIC X(08).
           05  DISS-PREFIX         PIC X(03).
           05  DISS-DATE           PIC 9(08).
           05  DISS-FIRST          PIC 9(05).
           05  DISS-LAST           PIC 9(05).
           05  DISS-STATUS         PIC X(01).
               88  DISS-OPEN           VALUE 'A'.
               88  DISS-CLOSED         VALUE 'C'.
