      ******************************************************************
      * Record layout of FEEDSCHD, the expected-feed schedule: one
      * record per department that must send a DEPTIN feed, with
      * the weekdays it delivers ('S' = expected, Monday through
      * Friday) and the cutoff time (HHMM) its feed is due by - zero
      * takes the monitor's CORTE default. A department is expected
      * on a processing date only when that date is a business day
      * by the CALENDAR (weekends and holidays never are) and its
      * weekday is flagged. Read by FEEDMON in the evening and by
      * SOMACOLL when it builds the deck.
      ******************************************************************
       01  FEED-SCHD-RECORD.
           05  FSCH-DEPT           PIC X(10).
           05  FSCH-DAYS.
               10  FSCH-DAY        PIC X(01) OCCURS 5 TIMES.
           05  FSCH-CUTOFF         PIC 9(04).
           05  FILLER              PIC X(11).
