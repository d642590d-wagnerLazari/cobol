      ******************************************************************
      * Record layout of FEEDARR, the feed arrival register kept by
      * FEEDMON: the first time in the evening a department's feed
      * was seen present with detail records for a processing date,
      * and whether that was after its cutoff ('L' late, 'N' on
      * time). Later monitor runs keep the first sighting, so a feed
      * that turned up after the cutoff stays reported as late.
      ******************************************************************
       01  FEED-ARR-RECORD.
           05  FARR-DATE           PIC 9(08).
           05  FARR-DEPT           PIC X(10).
           05  FARR-TIME           PIC 9(04).
           05  FARR-DETAILS        PIC 9(05).
           05  FARR-LATE           PIC X(01).
               88  FARR-IS-LATE        VALUE 'L'.
