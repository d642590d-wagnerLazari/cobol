      ******************************************************************
      * AUDITLOG chain work areas and the AUDCHAIN chain-head record.
      * Each AUDITLOG entry carries, after its 99 bytes, the entry's
      * chain sequence number (1, 2, 3 ... across AUDARCH and the
      * live log) and a check value computed by WKACHNP's
      * COMPUTE-CHAIN-VALUE from the entry, its sequence number and
      * the previous entry's check value. AUDCHAIN holds one record
      * with the sequence, check value and timestamp of the last
      * entry written, so the next entry can be chained without
      * reading the log and a removed tail shows against it.
      * Entries written before the chain existed have both fields
      * blank.
      ******************************************************************
       01  ACHN-HEAD-RECORD.
           05  ACHN-HEAD-SEQ       PIC 9(09).
           05  ACHN-HEAD-VALUE     PIC 9(09).
           05  ACHN-HEAD-STAMP     PIC X(21).
       77  WK-ACHN-STATUS          PIC X(02).
      *> Callers set the entry, its sequence number and the previous
      *> check value; COMPUTE-CHAIN-VALUE leaves the entry's own
      *> value in WK-ACHN-VALUE.
       77  WK-ACHN-ENTRY           PIC X(99).
       77  WK-ACHN-SEQ             PIC 9(09) VALUE 0.
       77  WK-ACHN-PREV            PIC 9(09) VALUE 0.
       77  WK-ACHN-VALUE           PIC 9(09) VALUE 0.
       77  WK-ACHN-WORK            PIC 9(09) COMP VALUE 0.
       77  WK-ACHN-IX              PIC 9(03) COMP VALUE 0.
