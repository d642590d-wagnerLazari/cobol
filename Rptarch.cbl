
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        WORKING-STORAGE SECTION.
       77  WK-ARC-STATUS   PIC X(02).

           PERFORM RESOLVE-PROCESS-DATE.

      *> The reports of a simulated night are not the night's
      *> reports: nothing is archived under the date and nothing
      *> expires.
           IF RUN-SIMULATED
               DISPLAY 'RPTARCH - SIMULACAO, NADA ARQUIVADO'
               PERFORM REGISTER-STEP-END
               GOBACK
           END-IF.

           PERFORM OPEN-PARM-FILE.
           PERFORM CLOSE-PARM-FILE.
           IF PARM-RETENTION-DAYS IS NUMERIC
