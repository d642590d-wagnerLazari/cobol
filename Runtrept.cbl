             SELECT TIM-RPT-FILE ASSIGN TO "RUNTRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT SIMU-FILE ASSIGN TO "SIMULCT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SIMU-STATUS.

       DATA DIVISION.

        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  TIM-RPT-LINE            PIC X(100).

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
       77  WK-PAIR-MAX     PIC 9(03) COMP VALUE 0.
       77  WK-PAIR-IX      PIC 9(03) COMP VALUE 0.

       PROCEDURE DIVISION.

           PERFORM SCAN-SIMULATION-SWITCH.

           OPEN OUTPUT TIM-RPT-FILE.
           WRITE TIM-RPT-LINE FROM WK-RPT-HEADER.
           IF NIGHT-SIMULATED
               WRITE TIM-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           OPEN INPUT RLED-FILE.
           IF WK-RLED-STATUS NOT = '00'
               COMPUTE WK-NORM-AVG = WK-NORM-SUM / WK-NORM-CNT
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

       END PROGRAM RUNTREPT.
