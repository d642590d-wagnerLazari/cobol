
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-REPORT-YEAR      PIC 9(04) VALUE 0.
           COPY WKUSER.
           COPY WKERR.
           COPY WKAWTR.
           COPY WKRUN.
           COPY WKSIM.

      *> One accumulator row per writing program and month: run
      *> count, count of runs carrying a numeric size, the size sum
       PROCEDURE DIVISION USING OPERATOR-PASS-AREA.
       >>END-IF

           MOVE 'HISTREPT' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

      *> Called from the MENU the utility receives the signed-on
      *> operator and is covered by its own authorization flag; a
      *> direct batch submission (no token) runs as before under
           OPEN OUTPUT TRD-RPT-FILE.
           MOVE WK-REPORT-YEAR TO WK-HDR-YEAR.
           WRITE TRD-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE TRD-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           IF ARCHIVE-IN-SCOPE
               MOVE 'HISTARCH + HISTORY' TO WK-RPT-SRC-TEXT
           ELSE
           DISPLAY 'HISTREPT - ' WK-SEL-COUNT ' EXECUCOES NO ANO '
               WK-REPORT-YEAR.

           PERFORM REGISTER-STEP-END.

           GOBACK.

       DECIDE-ARCHIVE-SCOPE.

           COPY WKUSERP.

           COPY WKRUNP.

       END PROGRAM HISTREPT.
