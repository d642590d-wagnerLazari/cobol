      ******************************************************************
      * Record layout of REVREQ, the SOMAREV reversal requests. One
      * record per request: the posting to be reversed (department,
      * batch id, BATCHNO run number, posting date and amount as on
      * DEPTPOST), the reason, and who asked and who decided. A
      * request is applied only by an operator other than the one
      * who raised it. Status: 'P' pending approval, 'A' approved
      * and applied, 'C' cancelled or declined.
      ******************************************************************
       01  REVQ-RECORD.
           05  REVQ-NO             PIC 9(05).
           05  REVQ-DEPT           PIC X(10).
           05  REVQ-BATCH          PIC X(08).
           05  REVQ-RUN-NO         PIC 9(06).
           05  REVQ-POST-DATE      PIC 9(08).
           05  REVQ-AMOUNT         PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  REVQ-REASON         PIC X(30).
           05  REVQ-STATUS         PIC X(01).
               88  REVQ-PENDING        VALUE 'P'.
               88  REVQ-APPLIED        VALUE 'A'.
               88  REVQ-CANCELLED      VALUE 'C'.
           05  REVQ-REQ-OPER       PIC X(08).
           05  REVQ-REQ-DATE       PIC 9(08).
           05  REVQ-APPR-OPER      PIC X(08).
           05  REVQ-APPR-DATE      PIC 9(08).
