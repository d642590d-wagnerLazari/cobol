      ******************************************************************
      * FIBRSREG resend register: one record appended by FIBRESND per
      * retransmission - the feed's run date, the resend generation
      * (1, 2, ... per run date), the processing date it was sent
      * on, the record count and the operator. FIBRECON reconciles a
      * generation's acknowledgment against the count held here.
      ******************************************************************
       01  FRSG-RECORD.
           05  FRSG-RUN-DATE       PIC X(08).
           05  FRSG-GEN            PIC 9(02).
           05  FRSG-SENT-DATE      PIC 9(08).
           05  FRSG-COUNT          PIC 9(03).
           05  FRSG-OPERATOR       PIC X(08).
