      ******************************************************************
      * Record layout of DEPTPOST, the department posting journal
      * behind DEPTMST. SOMA2 appends one record per posted batch:
      * the processing date, department, batch id and the BATCHNO
      * run number of the deck it came in on, the amount posted and
      * the department balance after posting. DEPTSTMT reads it
      * back for the monthly statement; a restarted SOMA2 reads it
      * to recognise a posting already journaled before the abend.
      * An approved reversal (SOMAREV) appends an offsetting entry
      * of type 'E' under the original batch id and run number and
      * flags the original posting as reversed, so the statement
      * shows both lines.
      * DPOST-AMOUNT and DPOST-BALANCE are always in the reporting
      * currency. A batch a department settles in a foreign currency
      * also keeps its own currency code, the batch total in that
      * currency and the CAMBIO rate it was converted at; for a
      * reporting-currency batch the code is BRL, the original
      * amount equals DPOST-AMOUNT and the rate is 1. Postings
      * journaled before currencies were carried have spaces there.
      * DPOST-DETAILS is the number of detail records the batch
      * carried on the deck, for the monthly usage chargeback
      * (RATEIO); a reversal entry carries zero, and postings
      * journaled before the count was kept have spaces.
      ******************************************************************
       01  DEPT-POST-RECORD.
           05  DPOST-DATE          PIC 9(08).
           05  DPOST-DEPT          PIC X(10).
           05  DPOST-BATCH         PIC X(08).
           05  DPOST-RUN-NO        PIC 9(06).
           05  DPOST-AMOUNT        PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  DPOST-BALANCE       PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  DPOST-TYPE          PIC X(01).
               88  DPOST-IS-POSTING    VALUE 'P'.
               88  DPOST-IS-REVERSAL   VALUE 'E'.
           05  DPOST-REV-FLAG      PIC X(01).
               88  DPOST-REVERSED      VALUE 'E'.
           05  DPOST-CURRENCY      PIC X(03).
           05  DPOST-ORIG-AMOUNT   PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  DPOST-RATE          PIC 9(05)V9(06).
           05  DPOST-DETAILS       PIC 9(05).
