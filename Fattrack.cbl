           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKSIM.

       01  WK-REQ-TABLE.
           05  WK-REQ-ENTRY OCCURS 500 TIMES.

           OPEN OUTPUT TRK-RPT-FILE.
           WRITE TRK-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE TRK-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           PERFORM LOAD-REQUEST-TABLE.
           IF TABLE-OVERFLOWED
               MOVE WK-STALE-COUNT TO WK-RPT-STALE
               MOVE WK-AGE-LIMIT TO WK-RPT-LIMIT
               WRITE TRK-RPT-LINE FROM WK-RPT-TOTALS
      *> A simulation reports the aging but keeps the journal.
               IF NOT RUN-SIMULATED
                   PERFORM REWRITE-REQUEST-FILE
               END-IF
               PERFORM WRITE-TRACK-AUDIT
           END-IF.

