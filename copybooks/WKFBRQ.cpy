      ******************************************************************
      * FIBREQ request record: one question per record from the
      * statistics team. FBRQ-TYPE 'T' asks for the term at the
      * position in FBRQ-ARG; 'V' asks whether the value in FBRQ-ARG
      * is a Fibonacci number and at which position. Positions
      * follow the FIBIC numbering (position 1 = 0, position 2 = 1).
      * FBRQ-ARG holds digits only, left- or right-justified.
      ******************************************************************
       01  FBRQ-RECORD.
           05  FBRQ-REQ-ID         PIC X(08).
           05  FBRQ-TYPE           PIC X(01).
               88  FBRQ-TERM           VALUE 'T'.
               88  FBRQ-VERIFY         VALUE 'V'.
           05  FBRQ-ARG            PIC X(31).
