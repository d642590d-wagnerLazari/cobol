      ******************************************************************
      * Record layout of NUMREQ, the number-block request deck the
      * consuming systems send to CONTADOR. One request per record:
      * the named series (STREAMDEF id), the requesting system and
      * the quantity of numbers wanted (right-aligned or
      * zero-filled digits). Each request is answered on NUMCONF
      * (WKBCNF) in deck order.
      ******************************************************************
       01  BREQ-RECORD.
           05  BREQ-STREAM-ID      PIC X(08).
           05  BREQ-REQUESTER      PIC X(08).
           05  BREQ-QUANTITY       PIC X(05).
