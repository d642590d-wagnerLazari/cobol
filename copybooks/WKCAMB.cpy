      ******************************************************************
      * Record layout of CAMBIO, the dated exchange-rate file kept by
      * CAMBMNT. One record per currency and date: how many units of
      * the reporting currency (BRL) one unit of the foreign currency
      * buys on that date. SOMA2 converts a foreign-currency batch at
      * the rate for the processing date and will not post a batch
      * whose rate is not on file. Who keyed the rate and when is
      * kept with it.
      ******************************************************************
       01  CAMB-RECORD.
           05  CAMB-CURRENCY       PIC X(03).
           05  CAMB-DATE           PIC 9(08).
           05  CAMB-RATE           PIC 9(05)V9(06).
           05  CAMB-OPERATOR       PIC X(08).
           05  CAMB-ENTERED        PIC 9(08).
