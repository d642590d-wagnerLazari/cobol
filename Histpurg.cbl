
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD         PIC X(58).

        WORKING-STORAGE SECTION.
           COPY WKHIST.

               DISPLAY 'REGISTROS MANTIDOS: ' WK-KEPT-COUNT
               DISPLAY 'REGISTROS ARQUIVADOS: ' WK-ARCH-COUNT
               IF RUN-SIMULATED
                   DISPLAY 'SIMULACAO - HISTORY NAO FOI ALTERADO'
               END-IF
               PERFORM WRITE-PURGE-AUDIT
               PERFORM REGISTER-STEP-END
           END-IF.

           GOBACK.

      *> A simulated run only counts what would be archived.
       CLASSIFY-ENTRY.
           MOVE HIST-FILE-RECORD TO HIST-RECORD.
           COMPUTE WK-REC-INT =
               FUNCTION INTEGER-OF-DATE(HIST-RUN-DATE).
           COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-REC-INT.
           IF WK-AGE-DAYS > WK-RETENTION-DAYS
               IF NOT RUN-SIMULATED
                   MOVE HIST-FILE-RECORD TO HIST-ARCH-RECORD
                   WRITE HIST-ARCH-RECORD
                   DELETE HIST-FILE RECORD
               END-IF
               ADD 1 TO WK-ARCH-COUNT
           ELSE
               ADD 1 TO WK-KEPT-COUNT
