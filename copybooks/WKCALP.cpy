      ******************************************************************
      * Shared business-calendar paragraphs. Callers PERFORM
      * RESOLVE-PROCESS-DATE once at start and take the official
      * processing date from CAL-PROC-DATE thereafter.
      ******************************************************************
       RESOLVE-PROCESS-DATE.
           MOVE 'P' TO CAL-FUNCTION.
           CALL 'CALDATE' USING CAL-DATE-AREA.

      *> Callers set CAL-BUS-DAYS and take CAL-TARGET-DATE.
       ADD-BUSINESS-DAYS.
           MOVE 'A' TO CAL-FUNCTION.
           CALL 'CALDATE' USING CAL-DATE-AREA.

      *> Callers set CAL-PROC-DATE and take CAL-PREV-DATE, the
      *> business day before it.
       PREVIOUS-BUSINESS-DAY.
           MOVE 'V' TO CAL-FUNCTION.
           CALL 'CALDATE' USING CAL-DATE-AREA.

      *> Callers set CAL-PROC-DATE and test CAL-PERIOD-END.
       CHECK-PERIOD-END.
           MOVE 'F' TO CAL-FUNCTION.
           CALL 'CALDATE' USING CAL-DATE-AREA.
