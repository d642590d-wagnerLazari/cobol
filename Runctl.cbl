      *          with a full trace of what ran, what was skipped and
      *          what was switched off. A missing run ledger means a
      *          non-suite invocation (MENU): the caller proceeds
      *          and nothing is recorded. With the simulation switch
      *          on (SIMULACAO in the operator-edited SIMULCT file)
      *          every step is told to run as a simulation: nothing
      *          is skipped as already done, nothing is written to
      *          the ledger, and each simulated step is audited.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-BYPS-STATUS.

             SELECT SIMU-FILE ASSIGN TO "SIMULCT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SIMU-STATUS.

       DATA DIVISION.

        FILE SECTION.
        01  BYPS-RECORD.
            05  BYPS-STEP           PIC X(10).

        FD  SIMU-FILE
            LABEL RECORDS ARE STANDARD.
        01  SIMU-RECORD.
            05  SIMU-SWITCH         PIC X(09).

        WORKING-STORAGE SECTION.
       77  WK-RLED-STATUS      PIC X(02).
       77  WK-BYPS-STATUS      PIC X(02).
       77  WK-SIMU-STATUS      PIC X(02).
       77  WK-TODAY-YMD        PIC 9(08) VALUE 0.
       77  WK-LEDGER-AVAIL     PIC X(01) VALUE 'N'.
           88  LEDGER-AVAILABLE    VALUE 'Y'.

           MOVE 'P' TO RUN-CTL-ACTION.
           MOVE '00' TO RUN-CTL-STATUS.
           PERFORM SCAN-SIMULATION-SWITCH.
      *> The ledger is keyed by the official processing date, not
      *> the wall clock: a stream that fails before midnight and is
      *> resubmitted after it must find its completed steps under
                       THRU HANDLE-STEP-START-EXIT
               WHEN 'E'
                   PERFORM SCAN-RUN-LEDGER
                   IF LEDGER-AVAILABLE AND NOT RUN-SIMULATED
                       PERFORM APPEND-LEDGER-ENTRY
                   END-IF
               WHEN OTHER
           IF NOT LEDGER-AVAILABLE
               GO TO HANDLE-STEP-START-EXIT
           END-IF.
      *> A simulation is usually run over a date the real night
      *> already completed, so the ledger's completions don't skip
      *> it; the operator's bypass switches still apply.
           IF STEP-COMPLETED AND NOT RUN-SIMULATED
               MOVE 'S' TO RUN-CTL-ACTION
               DISPLAY 'RUNCTL: PASSO ' RUN-CTL-STEP
                   ' JA CONCLUIDO EM ' WK-TODAY-YMD ' - PULADO'
               PERFORM WRITE-BYPASS-AUDIT
               GO TO HANDLE-STEP-START-EXIT
           END-IF.
           IF RUN-SIMULATED
               DISPLAY 'RUNCTL: PASSO ' RUN-CTL-STEP
                   ' EXECUTADO EM SIMULACAO'
               PERFORM WRITE-SIMULATION-AUDIT
               GO TO HANDLE-STEP-START-EXIT
           END-IF.
           PERFORM APPEND-LEDGER-ENTRY.

       HANDLE-STEP-START-EXIT.
               CLOSE BYPS-FILE
           END-IF.

      *> The switch is a one-record file operations edits before a
      *> release or a PARMCTL change; no allocation, an empty file
      *> or any other text means a normal run.
       SCAN-SIMULATION-SWITCH.
           MOVE 'N' TO RUN-CTL-MODE.
           OPEN INPUT SIMU-FILE.
           IF WK-SIMU-STATUS = '00'
               READ SIMU-FILE
                   NOT AT END
                       IF SIMU-SWITCH = 'SIMULACAO'
                           SET RUN-SIMULATED TO TRUE
                       END-IF
               END-READ
               CLOSE SIMU-FILE
           ELSE
               CLOSE SIMU-FILE
           END-IF.

       APPEND-LEDGER-ENTRY.
           OPEN EXTEND RLED-FILE.
           IF WK-RLED-STATUS = '35' OR WK-RLED-STATUS = '05'
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       WRITE-SIMULATION-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'RUNCTL' TO AUDIT-PROGRAM.
           STRING 'PASSO ' RUN-CTL-STEP
               ' EXECUTADO EM SIMULACAO - NADA GRAVADO'
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKAUDITP.

           COPY WKCALP.
