      ******************************************************************
      * FIBRESP response record, one per FIBREQ request in deck
      * order: the request id and type echoed back, the position and
      * value that answer it, the status and the run date. Status
      * '00' answered (for 'V' the value is Fibonacci at
      * FBRS-POSITION), 'NF' the value is not a Fibonacci number,
      * 'OV' the term is beyond the 31-digit capacity, 'ER' request
      * rejected (unknown type, non-numeric argument or position 0).
      ******************************************************************
       01  FBRS-RECORD.
           05  FBRS-REQ-ID         PIC X(08).
           05  FBRS-TYPE           PIC X(01).
           05  FBRS-POSITION       PIC 9(03).
           05  FBRS-VALUE          PIC 9(31).
           05  FBRS-STATUS         PIC X(02).
               88  FBRS-ANSWERED       VALUE '00'.
               88  FBRS-NOT-FIB        VALUE 'NF'.
               88  FBRS-OVERFLOW       VALUE 'OV'.
               88  FBRS-REJECTED       VALUE 'ER'.
           05  FBRS-RUN-DATE       PIC X(08).
