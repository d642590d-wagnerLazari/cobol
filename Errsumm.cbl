
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-TODAY-YMD        PIC 9(08) VALUE 0.
           COPY WKRUN.
           COPY WKCAL.
           COPY WKUSER.
           COPY WKSIM.

      *> Counts grouped by ERR-TYPE plus ERR-PROGRAM; 30 slots covers
      *> five error types across under a dozen programs.
           OPEN OUTPUT SUM-RPT-FILE.
           MOVE WK-TODAY-YMD TO WK-HDR-DATE.
           WRITE SUM-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE SUM-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           IF ARCHIVE-IN-SCOPE
               MOVE 'ERRARCH + ERRLOG' TO WK-RPT-SRC-TEXT
           ELSE
