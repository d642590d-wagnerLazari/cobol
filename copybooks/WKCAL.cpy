      * weekend rules always apply - a Saturday or Sunday run files
      * under the preceding Friday; the CALENDAR file only supplies
      * the holidays and the operations override, so with no
      * allocation only those refinements are lost. Function 'A'
      * (ADD-BUSINESS-DAYS) returns in CAL-TARGET-DATE the
      * CAL-BUS-DAYS-th business day after CAL-PROC-DATE, leaving
      * CAL-PROC-DATE as it was. Function 'F' (CHECK-PERIOD-END)
      * sets CAL-PERIOD-END for the date in CAL-PROC-DATE: 'M' when
      * it is the last business day of its month, 'T' of a quarter,
      * 'A' of the year, 'N' otherwise - holidays included, so a
      * month whose last weekday is a holiday ends the day before.
      ******************************************************************
       01  CAL-DATE-AREA.
           05  CAL-FUNCTION        PIC X(01).
           05  CAL-PROC-DATE       PIC 9(08).
           05  CAL-PREV-DATE       PIC 9(08).
           05  CAL-STATUS          PIC X(02).
           05  CAL-BUS-DAYS        PIC 9(05).
           05  CAL-TARGET-DATE     PIC 9(08).
           05  CAL-PERIOD-END      PIC X(01).
               88  CAL-MONTH-END       VALUE 'M' 'T' 'A'.
               88  CAL-QUARTER-END     VALUE 'T' 'A'.
               88  CAL-YEAR-END        VALUE 'A'.
