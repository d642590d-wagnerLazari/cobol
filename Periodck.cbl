      ******************************************************************
      * Author:
      * Date:
      * Purpose: First step of the PEREND period-end stream, which
      *          the scheduler releases after COBSUITE every business
      *          night. Asks CALDATE whether the processing date is
      *          the last business day of a month, quarter or year
      *          (CALENDAR holidays included). On any other night it
      *          ends with RETURN-CODE 4 and the COND chain skips the
      *          rest of the stream. On a period end it writes the
      *          PERCARDS control cards that point the following
      *          steps at the period just ended - MES and ANO for the
      *          monthly statements and the trend report, DATA-DE /
      *          DATA-ATE spanning the month, quarter or year for the
      *          access review - and raises an information message.
      *          The cards are rewritten on a resubmission, so a
      *          restart after a failed step finds them again; the
      *          operator holds the whole stream for the night with
      *          a PERIODCK bypass switch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCK.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT PCARD-FILE ASSIGN TO "PERCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-PCARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
      * Same card layout RUNCARDS decks use (see WKCARD).
        FD  PCARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  PCARD-RECORD.
            05  PCARD-KEYWORD       PIC X(10).
            05  PCARD-VALUE         PIC X(20).

        WORKING-STORAGE SECTION.
       77  WK-PCARD-STATUS PIC X(02).
       77  WK-ALREADY-DONE PIC X(01) VALUE 'N'.
           88  GATE-ALREADY-DONE VALUE 'Y'.
       77  WK-PERIOD-FROM  PIC 9(08) VALUE 0.
       77  WK-PERIOD-TO    PIC 9(08) VALUE 0.
       77  WK-NEXT-MONTH   PIC 9(08) VALUE 0.
       77  WK-NEXT-INT     PIC S9(07) VALUE 0.
       77  WK-PERIOD-NAME  PIC X(09) VALUE SPACES.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.

       01  WK-WORK-DATE.
           05  WK-WORK-YEAR      PIC 9(04).
           05  WK-WORK-MONTH     PIC 9(02).
           05  WK-WORK-DAY       PIC 9(02).
       01  WK-WORK-YMD REDEFINES WK-WORK-DATE PIC 9(08).

       PROCEDURE DIVISION.

           MOVE 'PERIODCK' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
      *> A bypass holds tonight's period-end work; a step already
      *> done is a restart, and the restart still needs its cards.
           IF RUN-CTL-ACTION = 'B'
               DISPLAY 'PERIODCK - FECHAMENTO DE PERIODO CONTORNADO'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF RUN-CTL-ACTION = 'S'
               SET GATE-ALREADY-DONE TO TRUE
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM CHECK-PERIOD-END.

           OPEN OUTPUT PCARD-FILE.
           IF WK-PCARD-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PERCARDS - STATUS '
                   WK-PCARD-STATUS
               CLOSE PCARD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF NOT CAL-MONTH-END
               CLOSE PCARD-FILE
               DISPLAY 'PERIODCK - ' CAL-PROC-DATE
                   ' NAO E FIM DE PERIODO'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WORK-OUT-PERIOD.
           PERFORM WRITE-PERIOD-CARDS.
           CLOSE PCARD-FILE.

           MOVE 'PER0001' TO OMSG-ID.
           MOVE 'I' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'FIM DE ' DELIMITED BY SIZE
               WK-PERIOD-NAME DELIMITED BY SPACE
               ' EM ' CAL-PROC-DATE
               ' - PERIODO ' WK-PERIOD-FROM ' A ' WK-PERIOD-TO
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

           IF NOT GATE-ALREADY-DONE
               PERFORM REGISTER-STEP-END
           END-IF.

           GOBACK.

      *> The period runs from the first day of the month, quarter or
      *> year to the last calendar day of the processing month.
       WORK-OUT-PERIOD.
           MOVE CAL-PROC-DATE TO WK-WORK-YMD.
           MOVE 1 TO WK-WORK-DAY.
           EVALUATE TRUE
               WHEN CAL-YEAR-END
                   MOVE 'ANO' TO WK-PERIOD-NAME
                   MOVE 1 TO WK-WORK-MONTH
               WHEN CAL-QUARTER-END
                   MOVE 'TRIMESTRE' TO WK-PERIOD-NAME
                   SUBTRACT 2 FROM WK-WORK-MONTH
               WHEN OTHER
                   MOVE 'MES' TO WK-PERIOD-NAME
           END-EVALUATE.
           MOVE WK-WORK-YMD TO WK-PERIOD-FROM.

           MOVE CAL-PROC-DATE TO WK-WORK-YMD.
           MOVE 1 TO WK-WORK-DAY.
           IF WK-WORK-MONTH = 12
               ADD 1 TO WK-WORK-YEAR
               MOVE 1 TO WK-WORK-MONTH
           ELSE
               ADD 1 TO WK-WORK-MONTH
           END-IF.
           MOVE WK-WORK-YMD TO WK-NEXT-MONTH.
           COMPUTE WK-NEXT-INT =
               FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH) - 1.
           COMPUTE WK-PERIOD-TO =
               FUNCTION DATE-OF-INTEGER(WK-NEXT-INT).

       WRITE-PERIOD-CARDS.
           MOVE SPACES TO PCARD-RECORD.
           MOVE 'MES' TO PCARD-KEYWORD.
           MOVE CAL-PROC-DATE(1:6) TO PCARD-VALUE.
           WRITE PCARD-RECORD.
           MOVE SPACES TO PCARD-RECORD.
           MOVE 'ANO' TO PCARD-KEYWORD.
           MOVE CAL-PROC-DATE(1:4) TO PCARD-VALUE.
           WRITE PCARD-RECORD.
           MOVE SPACES TO PCARD-RECORD.
           MOVE 'DATA-DE' TO PCARD-KEYWORD.
           MOVE WK-PERIOD-FROM TO PCARD-VALUE.
           WRITE PCARD-RECORD.
           MOVE SPACES TO PCARD-RECORD.
           MOVE 'DATA-ATE' TO PCARD-KEYWORD.
           MOVE WK-PERIOD-TO TO PCARD-VALUE.
           WRITE PCARD-RECORD.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

       END PROGRAM PERIODCK.
