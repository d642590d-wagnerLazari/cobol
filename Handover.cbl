             SELECT HND-RPT-FILE ASSIGN TO "HANDRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT SIMU-FILE ASSIGN TO "SIMULCT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SIMU-STATUS.

       DATA DIVISION.

        FILE SECTION.

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD       PIC X(117).

        FD  ERR-FILE
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
        01  HND-RPT-LINE            PIC X(100).

        FD  SIMU-FILE
            LABEL RECORDS ARE STANDARD.
        01  SIMU-RECORD.
            05  SIMU-SWITCH         PIC X(09).

        WORKING-STORAGE SECTION.
      *> The suite's simulation switch (SIMULCT), read directly:
      *> this step runs outside RUNCTL.
       77  WK-SIMU-STATUS  PIC X(02).
       77  WK-SIMU-MODE    PIC X(01) VALUE 'N'.
           88  NIGHT-SIMULATED VALUE 'S'.
           COPY WKSIM.
       77  WK-RLED-STATUS  PIC X(02).
       77  WK-ERRREAD-STATUS PIC X(02).
       77  WK-MSGF-STATUS  PIC X(02).

       PROCEDURE DIVISION.

           PERFORM SCAN-SIMULATION-SWITCH.
           PERFORM RESOLVE-PROCESS-DATE.

           OPEN OUTPUT HND-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-HDR-DATE.
           WRITE HND-RPT-LINE FROM WK-RPT-HEADER.
           IF NIGHT-SIMULATED
               WRITE HND-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           PERFORM SCAN-RUN-LEDGER.
           PERFORM SCAN-AUDIT-LOG.
               CLOSE PREG-FILE
           END-IF.

       SCAN-SIMULATION-SWITCH.
           OPEN INPUT SIMU-FILE.
           IF WK-SIMU-STATUS = '00'
               READ SIMU-FILE
                   NOT AT END
                       IF SIMU-SWITCH = WK-SIM-MARK
                           SET NIGHT-SIMULATED TO TRUE
                       END-IF
               END-READ
               CLOSE SIMU-FILE
           ELSE
               CLOSE SIMU-FILE
           END-IF.

           COPY WKCALP.

       END PROGRAM HANDOVER.
