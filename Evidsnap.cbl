      *          the same. When either trigger fires, the steps'
      *          inputs, outputs, reports and checkpoints (SEQOUT,
      *          CONTCKPT, FATIN, FATOUT, FATRPT, FATCKPT, SOMAIN,
      *          SOMARPT, SOMACKPT) plus the day's ERRLOG entries are
      *          copied into the EVIDPKG problem package - a dated
      *          generation in the JCL - behind a cover summary
      *          naming the failed steps and the alerts, so the
      *          incident can be analyzed after the night has been
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-COPY-STATUS.

             SELECT SOMA-CKPT-FILE ASSIGN TO "SOMACKPT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-COPY-STATUS.

             SELECT FAT-RPT-FILE ASSIGN TO "FATRPT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-COPY-STATUS.
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-PKG-STATUS.

             SELECT SIMU-FILE ASSIGN TO "SIMULCT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SIMU-STATUS.

       DATA DIVISION.

        FILE SECTION.

        FD  FAT-IN-FILE
            LABEL RECORDS ARE STANDARD.
        01  FAT-IN-RECORD           PIC X(15).

        FD  FAT-OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  FAT-OUT-RECORD          PIC X(56).

        FD  FAT-CKPT-FILE
            LABEL RECORDS ARE STANDARD.

        FD  SOMA-IN-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOMA-IN-RECORD          PIC X(25).

        FD  SOMA-CKPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOMA-CKPT-RECORD        PIC X(102).

        FD  FAT-RPT-FILE
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
        01  PKG-LINE                PIC X(132).

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
       77  WK-COPY-STATUS  PIC X(02).
       77  WK-PKG-STATUS   PIC X(02).

       PROCEDURE DIVISION.

           PERFORM SCAN-SIMULATION-SWITCH.
           PERFORM RESOLVE-PROCESS-DATE.

           OPEN OUTPUT PKG-FILE.

           MOVE CAL-PROC-DATE TO WK-PKG-DATE.
           WRITE PKG-LINE FROM WK-PKG-COVER.
           IF NIGHT-SIMULATED
               WRITE PKG-LINE FROM WK-SIM-BANNER
           END-IF.

           PERFORM SCAN-RUN-LEDGER.
           PERFORM SCAN-OPS-ALERTS.
           PERFORM CAPTURE-FATCKPT.
           PERFORM CAPTURE-SOMAIN.
           PERFORM CAPTURE-SOMARPT.
           PERFORM CAPTURE-SOMACKPT.
           PERFORM CAPTURE-ERRLOG.

       WRITE-SECTION-BANNER.

      *> Only the processing day's error entries are captured; the
      *> full log lives on in ERRLOG and its archive anyway.
       CAPTURE-SOMACKPT.
           MOVE 'SOMACKPT' TO WK-PKG-BAN-NAME.
           PERFORM WRITE-SECTION-BANNER.
           OPEN INPUT SOMA-CKPT-FILE.
           IF WK-COPY-STATUS NOT = '00'
               WRITE PKG-LINE FROM WK-PKG-NO-FILE
               CLOSE SOMA-CKPT-FILE
           ELSE
               PERFORM UNTIL WK-COPY-STATUS = '10'
                   READ SOMA-CKPT-FILE
                       AT END
                           MOVE '10' TO WK-COPY-STATUS
                       NOT AT END
                           MOVE SOMA-CKPT-RECORD TO PKG-LINE
                           WRITE PKG-LINE
                           ADD 1 TO WK-COPY-COUNT
                   END-READ
               END-PERFORM
               CLOSE SOMA-CKPT-FILE
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

       CAPTURE-ERRLOG.
           MOVE 'ERRLOG' TO WK-PKG-BAN-NAME.
           PERFORM WRITE-SECTION-BANNER.
           END-IF.
           PERFORM WRITE-SECTION-COUNT.

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

       END PROGRAM EVIDSNAP.
