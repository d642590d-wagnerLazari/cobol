      *          rule, calendar file or not - a weekend run always
      *          rolls back to Friday. With no CALENDAR allocation
      *          only the holidays and the override are lost.
      *          Function 'A' counts a number of business days
      *          forward from the processing date, for forecasts
      *          that must land on a business date. Function 'F'
      *          tells whether the processing date is the last
      *          business day of a month, quarter or year, for the
      *          period-end stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-BUSINESS-FLAG    PIC X(01) VALUE 'N'.
           88  IS-BUSINESS-DAY     VALUE 'Y'.
       77  WK-STEP-LIMIT       PIC 9(03) COMP VALUE 0.
       77  WK-DAYS-COUNTED     PIC 9(05) VALUE 0.

       01  WK-HOLIDAY-TABLE.
           05  WK-HOLIDAY OCCURS 100 TIMES PIC 9(08).
                   PERFORM FIND-PREVIOUS-BUSINESS-DAY
               WHEN 'V'
                   PERFORM FIND-PREVIOUS-BUSINESS-DAY
               WHEN 'F'
                   PERFORM FIND-PERIOD-END
               WHEN 'A'
                   IF CAL-BUS-DAYS IS NUMERIC
                       PERFORM ADVANCE-BUSINESS-DAYS
                   ELSE
                       MOVE 'XX' TO CAL-STATUS
                   END-IF
               WHEN OTHER
                   MOVE 'XX' TO CAL-STATUS
           END-EVALUATE.
           END-PERFORM.
           MOVE WK-WORK-DATE TO CAL-PREV-DATE.

      *> Steps forward a calendar day at a time, counting only the
      *> business days, until CAL-BUS-DAYS of them have passed.
       ADVANCE-BUSINESS-DAYS.
           MOVE CAL-PROC-DATE TO WK-WORK-DATE.
           MOVE 0 TO WK-DAYS-COUNTED.
           PERFORM UNTIL WK-DAYS-COUNTED >= CAL-BUS-DAYS
               COMPUTE WK-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WK-WORK-DATE) + 1
               COMPUTE WK-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WK-WORK-INT)
               PERFORM TEST-BUSINESS-DAY
               IF IS-BUSINESS-DAY
                   ADD 1 TO WK-DAYS-COUNTED
               END-IF
           END-PERFORM.
           MOVE WK-WORK-DATE TO CAL-TARGET-DATE.

      *> A business day closes its month when the next business day
      *> falls in another month; the month's number then says
      *> whether it also closes the quarter or the year.
       FIND-PERIOD-END.
           MOVE 'N' TO CAL-PERIOD-END.
           MOVE CAL-PROC-DATE TO WK-WORK-DATE.
           PERFORM TEST-BUSINESS-DAY.
           IF IS-BUSINESS-DAY
               MOVE 0 TO WK-STEP-LIMIT
               PERFORM WITH TEST AFTER
                   UNTIL IS-BUSINESS-DAY OR WK-STEP-LIMIT > 366
                   COMPUTE WK-WORK-INT =
                       FUNCTION INTEGER-OF-DATE(WK-WORK-DATE) + 1
                   COMPUTE WK-WORK-DATE =
                       FUNCTION DATE-OF-INTEGER(WK-WORK-INT)
                   ADD 1 TO WK-STEP-LIMIT
                   PERFORM TEST-BUSINESS-DAY
               END-PERFORM
               IF WK-WORK-DATE(1:6) NOT = CAL-PROC-DATE(1:6)
                   EVALUATE CAL-PROC-DATE(5:2)
                       WHEN '12'
                           MOVE 'A' TO CAL-PERIOD-END
                       WHEN '03'
                       WHEN '06'
                       WHEN '09'
                           MOVE 'T' TO CAL-PERIOD-END
                       WHEN OTHER
                           MOVE 'M' TO CAL-PERIOD-END
                   END-EVALUATE
               END-IF
           END-IF.

      *> Day-of-week from the integer date: MOD 7 gives 0 = Sunday,
      *> 6 = Saturday, 1-5 Monday through Friday.
       TEST-BUSINESS-DAY.
