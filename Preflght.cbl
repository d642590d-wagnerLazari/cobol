      *          conditions that otherwise kill the night mid-run:
      *          PARMCTL unreadable or with a non-numeric field, a
      *          CALENDAR with no holidays loaded for the processing
      *          year, a leftover CONTCKPT, FATCKPT or SOMACKPT from
      *          an abend nobody cleaned up, a forgotten BYPASSCT
      *          entry from last week's incident, and USERLIST
      *          operators within 30 days of expiry. Hard problems
      *          end the step with RETURN-CODE 8 so the COND chain
      *          stops the stream before STEP010; conditions that
      *          are legitimate on a resubmission (a populated
      *          checkpoint, a bypass switch) are reported as
      *          warnings and do not stop anything. Everything goes
      *          to the PREFRPT report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FCKPT-STATUS.

             SELECT SOMA-CKPT-FILE ASSIGN TO "SOMACKPT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SCKPT-STATUS.

             SELECT BYPS-FILE ASSIGN TO "BYPASSCT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-BYPS-STATUS.
        FILE SECTION.
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CKPT-FILE
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
        01  FAT-CKPT-RECORD         PIC X(14).

        FD  SOMA-CKPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOMA-CKPT-RECORD        PIC X(102).

        FD  BYPS-FILE
            LABEL RECORDS ARE STANDARD.
        01  BYPS-RECORD.

        FD  STRM-DEF-FILE
            LABEL RECORDS ARE STANDARD.
        01  STRM-DEF-RECORD         PIC X(22).

        FD  FAT-IN-FILE
            LABEL RECORDS ARE STANDARD.
        01  FAT-IN-RECORD           PIC X(15).

        FD  FAT-OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  FAT-OUT-RECORD          PIC X(56).

        FD  SOMA-IN-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOMA-IN-RECORD          PIC X(25).

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD       PIC X(117).

        FD  ERRLOG-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-CALF-STATUS  PIC X(02).
       77  WK-CKPT-STATUS  PIC X(02).
       77  WK-FCKPT-STATUS PIC X(02).
       77  WK-SCKPT-STATUS PIC X(02).
       77  WK-BYPS-STATUS  PIC X(02).
       77  WK-ERROR-COUNT  PIC 9(03) VALUE 0.
       77  WK-WARN-COUNT   PIC 9(03) VALUE 0.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKSIM.

       01  WK-RPT-HEADER       PIC X(60) VALUE
           'VERIFICACAO DE PRONTIDAO DA SUITE NOTURNA'.

           OPEN OUTPUT PRE-RPT-FILE.
           WRITE PRE-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE PRE-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           PERFORM CHECK-SUITE-ALLOCATIONS.
           PERFORM CHECK-PARMCTL.
           PERFORM CHECK-USERLIST.
           PERFORM CHECK-CONT-CHECKPOINT.
           PERFORM CHECK-FAT-CHECKPOINT.
           PERFORM CHECK-SOMA-CHECKPOINT.
           PERFORM CHECK-BYPASS-FILE.
           PERFORM CHECK-SIMULATION-SWITCH.

           IF WK-ERROR-COUNT > 0
               WRITE PRE-RPT-LINE FROM WK-RPT-NOT-READY
                   PERFORM WRITE-WARN-LINE
           END-EVALUATE.

      *> The PARM fields are checked one by one: spaces in a
      *> numeric field is exactly the condition that used to kill
      *> CONTADOR at 2 a.m.
       CHECK-PARMCTL.
                       TO WK-RPT-ERR-MSG
                   PERFORM WRITE-ERROR-LINE
               END-IF
               IF PARM-PARA-X-FROM IS NOT NUMERIC
                   OR PARM-PARA-X-TO IS NOT NUMERIC
                   OR PARM-PARA-X-STEP IS NOT NUMERIC
                   MOVE 'PARM-PARA-X-FROM/TO/STEP NAO NUMERICO'
                       TO WK-RPT-ERR-MSG
                   PERFORM WRITE-ERROR-LINE
               END-IF
               IF PARM-PARA-Y-FROM IS NOT NUMERIC
                   OR PARM-PARA-Y-TO IS NOT NUMERIC
                   OR PARM-PARA-Y-STEP IS NOT NUMERIC
                   MOVE 'PARM-PARA-Y-FROM/TO/STEP NAO NUMERICO'
                       TO WK-RPT-ERR-MSG
                   PERFORM WRITE-ERROR-LINE
               END-IF
               IF PARM-PARA-GRID IS NOT NUMERIC
                   OR PARM-PARA-GRID > 1
                   MOVE 'PARM-PARA-GRID DEVE SER 0 OU 1'
                       TO WK-RPT-ERR-MSG
                   PERFORM WRITE-ERROR-LINE
               END-IF
               IF PARM-PARA-GRID-MAX IS NOT NUMERIC
                   MOVE 'PARM-PARA-GRID-MAX NAO NUMERICO'
                       TO WK-RPT-ERR-MSG
                   PERFORM WRITE-ERROR-LINE
               END-IF
               IF PARM-RECORD IS NUMERIC
                   MOVE 'PARMCTL VERIFICADO CAMPO A CAMPO'
                       TO WK-RPT-OK-MSG
               PERFORM WRITE-WARN-LINE
           END-IF.

       CHECK-SOMA-CHECKPOINT.
           OPEN INPUT SOMA-CKPT-FILE.
           IF WK-SCKPT-STATUS = '00'
               READ SOMA-CKPT-FILE
                   AT END
                       MOVE 'SOMACKPT LIMPO' TO WK-RPT-OK-MSG
                       PERFORM WRITE-OK-LINE
                   NOT AT END
                       MOVE 'SOMACKPT NAO VAZIO - RESTART PENDENTE'
                           TO WK-RPT-WARN-MSG
                       PERFORM WRITE-WARN-LINE
               END-READ
               CLOSE SOMA-CKPT-FILE
           ELSE
               CLOSE SOMA-CKPT-FILE
               MOVE 'SOMACKPT NAO ALOCADO' TO WK-RPT-WARN-MSG
               PERFORM WRITE-WARN-LINE
           END-IF.

       CHECK-BYPASS-FILE.
           OPEN INPUT BYPS-FILE.
           IF WK-BYPS-STATUS = '00'
               PERFORM WRITE-WARN-LINE
           END-IF.

      *> A switch left on after a dry run would cost a real night,
      *> so it is always called out.
       CHECK-SIMULATION-SWITCH.
           IF RUN-SIMULATED
               MOVE 'SIMULACAO ATIVA - A NOITE NAO ATUALIZARA NADA'
                   TO WK-RPT-WARN-MSG
               PERFORM WRITE-WARN-LINE
           END-IF.

           COPY WKPARMP.

           COPY WKERRP.
