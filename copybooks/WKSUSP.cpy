      ******************************************************************
      * Record layout of the SUSPENSE file behind the SOMA2 reject
      * cycle. SOMA2 appends one record per detail it rejects - the
      * BATCHNO run number and the record's position in the deck
      * (together the item's key), the department and batch id it
      * arrived under, the reject reason and the raw detail exactly
      * as keyed. SUSPMNT corrects, releases or writes off each item;
      * SOMACOLL collects the released ones into the next night's
      * deck as a correction batch per department; SUSPRPT ages what
      * is still waiting. Status: 'P' pending, 'C' corrected (not
      * yet released), 'L' released for resubmission, 'E' sent in a
      * correction batch, 'B' written off.
      ******************************************************************
       01  SUSP-RECORD.
           05  SUSP-KEY.
               10  SUSP-RUN-NO     PIC 9(06).
               10  SUSP-REC-NO     PIC 9(05).
           05  SUSP-DATE           PIC 9(08).
           05  SUSP-DEPT           PIC X(10).
           05  SUSP-BATCH-ID       PIC X(08).
           05  SUSP-REASON         PIC X(20).
           05  SUSP-DETAIL.
               10  SUSP-OP         PIC X(01).
               10  SUSP-X          PIC X(10).
               10  SUSP-Y          PIC X(10).
           05  SUSP-STATUS         PIC X(01).
               88  SUSP-PENDING        VALUE 'P'.
               88  SUSP-CORRECTED      VALUE 'C'.
               88  SUSP-RELEASED       VALUE 'L'.
               88  SUSP-SENT           VALUE 'E'.
               88  SUSP-WRITTEN-OFF    VALUE 'B'.
               88  SUSP-OPEN           VALUE 'P' 'C' 'L'.
           05  SUSP-ACTION-DATE    PIC 9(08).
           05  SUSP-OPERATOR       PIC X(08).
