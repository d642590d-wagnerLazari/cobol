      ******************************************************************
      * Author:
      * Date:
      * Purpose: Writes the (X, Y) slot pairs planning reads from
      *          PAROUT. X and Y each run over their own start, end
      *          and step (PARMCTL, overridden by the X-/Y- control
      *          cards); by default they advance together, and in
      *          grid mode (PARM-PARA-GRID or a GRADE SIM card) every
      *          X is paired with every Y. A run that would write
      *          more than the configured maximum is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        FILE SECTION.
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

      * One record per pair: the counter pair exists on file now,
      * not just in the console scroll-back, so EODREPT can
      * reconcile the step in the morning. PAR-OUT-I numbers the
      * records from 1. PAR-OUT-RUN-MODE reads SIMULACAO on every
      * record of a simulated run (WKSIM) and is spaces otherwise.
        FD  PAR-OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAR-OUT-RECORD.
            05  PAR-OUT-I           PIC 9(05).
            05  PAR-OUT-X           PIC 9(04).
            05  PAR-OUT-Y           PIC 9(04).
            05  PAR-OUT-RUN-MODE    PIC X(09).

        FD  HIST-FILE
            LABEL RECORDS ARE STANDARD.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-I    PIC 9(05).
       77  WK-X    PIC 9(04) VALUE ZERO.
       77  WK-Y    PIC 9(04) VALUE ZERO.
       77  WK-ITER PIC 9(01) VALUE 3.
       77  WK-ITER-EDIT PIC X(01).
      *> The two axes. An end of zero leaves the axis on the old
      *> 1-to-WK-ITER count.
       77  WK-X-FROM   PIC 9(04) VALUE 1.
       77  WK-X-TO     PIC 9(04) VALUE 0.
       77  WK-X-STEP   PIC 9(04) VALUE 1.
       77  WK-Y-FROM   PIC 9(04) VALUE 1.
       77  WK-Y-TO     PIC 9(04) VALUE 0.
       77  WK-Y-STEP   PIC 9(04) VALUE 1.
       77  WK-X-COUNT  PIC 9(05) VALUE 0.
       77  WK-Y-COUNT  PIC 9(05) VALUE 0.
       77  WK-XN       PIC 9(05) COMP VALUE 0.
       77  WK-YN       PIC 9(05) COMP VALUE 0.
       77  WK-ROWS     PIC 9(09) VALUE 0.
       77  WK-ROWS-OUT PIC 9(05) VALUE 0.
       77  WK-ROWS-EDIT PIC Z(08)9.
       77  WK-MAX-EDIT  PIC Z(04)9.
       77  WK-GRID-MAX PIC 9(05) VALUE 10000.
       77  WK-MODE     PIC X(01) VALUE 'P'.
           88  GRID-MODE       VALUE 'G'.
       77  WK-RANGE-EDIT  PIC X(05) VALUE SPACES.
       77  WK-RANGE-VALUE PIC 9(05) VALUE 0.
       77  WK-RANGE-OK    PIC X(01) VALUE 'Y'.
           88  RANGES-VALID    VALUE 'Y'.
       77  WK-REFUSE-WHY  PIC X(45) VALUE SPACES.
       77  WK-RANGE-TEXT  PIC X(47) VALUE SPACES.
       77  WK-OPERATOR-ID PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY  PIC 9(02) VALUE 0.
       77  WK-PAROUT-STATUS PIC X(02).
           COPY WKMSG.
           COPY WKHIST.
           COPY WKCAL.
           COPY WKSIM.

        LINKAGE SECTION.
           COPY WKOPER.
           IF PARM-PARA-ITER > 0
               MOVE PARM-PARA-ITER TO WK-ITER
           END-IF.
           PERFORM TAKE-PARM-RANGES.

      *> An ITERACOES control card answers for the operator; with a
      *> RUNCARDS allocation but no card the PARMCTL default stands
               MOVE FUNCTION TRIM(WK-ITER-EDIT) TO WK-ITER
           END-IF.

           PERFORM TAKE-RANGE-CARDS.
           IF NOT RUN-CARDS-PRESENT
               PERFORM ASK-MODE-AND-RANGES
           END-IF.
           IF RANGES-VALID
               PERFORM SIZE-THE-RUN
           END-IF.
           IF NOT RANGES-VALID
               PERFORM REFUSE-RUN
               GOBACK
           END-IF.

           OPEN OUTPUT PAR-OUT-FILE.
           IF WK-PAROUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO PAROUT'
               GOBACK
           END-IF.

           IF GRID-MODE
               MOVE 0 TO WK-I
               PERFORM VARYING WK-XN FROM 1 BY 1
                   UNTIL WK-XN > WK-X-COUNT
                   COMPUTE WK-X = WK-X-FROM + (WK-XN - 1) * WK-X-STEP
                       ON SIZE ERROR
                           PERFORM LOG-OVERFLOW-ERROR
                   END-COMPUTE
                   PERFORM VARYING WK-YN FROM 1 BY 1
                       UNTIL WK-YN > WK-Y-COUNT
                       COMPUTE WK-Y =
                           WK-Y-FROM + (WK-YN - 1) * WK-Y-STEP
                           ON SIZE ERROR
                               PERFORM LOG-OVERFLOW-ERROR
                       END-COMPUTE
                       ADD 1 TO WK-I
                       PERFORM WRITE-PAIR-RECORD
                   END-PERFORM
               END-PERFORM
           ELSE
               PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I > WK-ROWS
                   COMPUTE WK-X = WK-X-FROM + (WK-I - 1) * WK-X-STEP
                       ON SIZE ERROR
                           PERFORM LOG-OVERFLOW-ERROR
                   END-COMPUTE
                   COMPUTE WK-Y = WK-Y-FROM + (WK-I - 1) * WK-Y-STEP
                       ON SIZE ERROR
                           PERFORM LOG-OVERFLOW-ERROR
                   END-COMPUTE
                   PERFORM WRITE-PAIR-RECORD
               END-PERFORM
           END-IF.

           CLOSE PAR-OUT-FILE.

           PERFORM BUILD-RANGE-TEXT.

           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'PARA' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           MOVE WK-RANGE-TEXT TO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           IF NOT RUN-SIMULATED
               PERFORM OPEN-HIST-LOG
               MOVE 'PARA' TO HIST-PROGRAM
               MOVE SPACES TO HIST-DETAIL
               MOVE WK-RANGE-TEXT TO HIST-DETAIL
               MOVE WK-ROWS TO HIST-PARA-ITER
               MOVE WK-X TO HIST-PARA-LAST
               MOVE WK-RUN-OVERFLOW TO HIST-OVERFLOW-FLAG
               PERFORM WRITE-HIST-ENTRY
               PERFORM CLOSE-HIST-LOG
           END-IF.

           MOVE 'PAR0001' TO OMSG-ID.
           MOVE 'I' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'CONCLUIDO ' WK-RANGE-TEXT
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.


       GOBACK.

      *> The per-pair console echo stays for an operator at a
      *> terminal but is suppressed in an unattended run.
       WRITE-PAIR-RECORD.
           IF NOT RUN-CARDS-PRESENT
               DISPLAY WK-I ' ' WK-X ' ' WK-Y
           END-IF.
           MOVE WK-I TO PAR-OUT-I.
           MOVE WK-X TO PAR-OUT-X.
           MOVE WK-Y TO PAR-OUT-Y.
           MOVE SPACES TO PAR-OUT-RUN-MODE.
           IF RUN-SIMULATED
               MOVE WK-SIM-MARK TO PAR-OUT-RUN-MODE
           END-IF.
           WRITE PAR-OUT-RECORD.

      *> An axis is taken from PARMCTL only when its end is set;
      *> records from before the ranges existed run as they did.
       TAKE-PARM-RANGES.
           IF PARM-PARA-X-TO IS NUMERIC AND PARM-PARA-X-TO > 0
               MOVE PARM-PARA-X-TO TO WK-X-TO
               IF PARM-PARA-X-FROM IS NUMERIC
                   MOVE PARM-PARA-X-FROM TO WK-X-FROM
               END-IF
               IF PARM-PARA-X-STEP IS NUMERIC
                   MOVE PARM-PARA-X-STEP TO WK-X-STEP
               END-IF
           END-IF.
           IF PARM-PARA-Y-TO IS NUMERIC AND PARM-PARA-Y-TO > 0
               MOVE PARM-PARA-Y-TO TO WK-Y-TO
               IF PARM-PARA-Y-FROM IS NUMERIC
                   MOVE PARM-PARA-Y-FROM TO WK-Y-FROM
               END-IF
               IF PARM-PARA-Y-STEP IS NUMERIC
                   MOVE PARM-PARA-Y-STEP TO WK-Y-STEP
               END-IF
           END-IF.
           IF PARM-PARA-GRID IS NUMERIC AND PARM-PARA-GRID = 1
               MOVE 'G' TO WK-MODE
           END-IF.
           IF PARM-PARA-GRID-MAX IS NUMERIC
               AND PARM-PARA-GRID-MAX > 0
               MOVE PARM-PARA-GRID-MAX TO WK-GRID-MAX
           END-IF.

      *> A range card that is not a number up to 9999 refuses the
      *> run rather than letting a mistyped deck fall back quietly.
       TAKE-RANGE-CARDS.
           MOVE 'GRADE' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               EVALUATE WK-CARD-TEXT(1:1)
                   WHEN 'S'
                       MOVE 'G' TO WK-MODE
                   WHEN 'N'
                       MOVE 'P' TO WK-MODE
                   WHEN OTHER
                       MOVE 'CARTAO GRADE DEVE SER SIM OU NAO'
                           TO WK-REFUSE-WHY
                       MOVE 'N' TO WK-RANGE-OK
               END-EVALUATE
           END-IF.
           MOVE 'X-INICIO' TO WK-CARD-WANTED.
           PERFORM GET-RANGE-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-RANGE-VALUE TO WK-X-FROM
           END-IF.
           MOVE 'X-FIM' TO WK-CARD-WANTED.
           PERFORM GET-RANGE-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-RANGE-VALUE TO WK-X-TO
           END-IF.
           MOVE 'X-PASSO' TO WK-CARD-WANTED.
           PERFORM GET-RANGE-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-RANGE-VALUE TO WK-X-STEP
           END-IF.
           MOVE 'Y-INICIO' TO WK-CARD-WANTED.
           PERFORM GET-RANGE-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-RANGE-VALUE TO WK-Y-FROM
           END-IF.
           MOVE 'Y-FIM' TO WK-CARD-WANTED.
           PERFORM GET-RANGE-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-RANGE-VALUE TO WK-Y-TO
           END-IF.
           MOVE 'Y-PASSO' TO WK-CARD-WANTED.
           PERFORM GET-RANGE-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-RANGE-VALUE TO WK-Y-STEP
           END-IF.
           MOVE 'MAX-LINHAS' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               IF FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WK-CARD-TEXT))
                       <= 5
                   MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-GRID-MAX
               ELSE
                   MOVE 'CARTAO MAX-LINHAS INVALIDO' TO WK-REFUSE-WHY
                   MOVE 'N' TO WK-RANGE-OK
               END-IF
           END-IF.

       GET-RANGE-CARD.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE 0 TO WK-RANGE-VALUE
               IF FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WK-CARD-TEXT))
                       <= 4
                   MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-RANGE-VALUE
               ELSE
                   MOVE 'N' TO WK-CARD-FOUND
                   MOVE SPACES TO WK-REFUSE-WHY
                   STRING 'CARTAO ' DELIMITED BY SIZE
                       WK-CARD-WANTED DELIMITED BY SPACE
                       ' INVALIDO - USE 0 A 9999' DELIMITED BY SIZE
                       INTO WK-REFUSE-WHY
                   MOVE 'N' TO WK-RANGE-OK
               END-IF
           END-IF.

      *> At a terminal the grid and its ranges are asked for; a
      *> blank answer keeps the value shown.
       ASK-MODE-AND-RANGES.
           DISPLAY 'MODO P-PARES G-GRADE (PADRAO ' WK-MODE ')'.
           MOVE SPACES TO WK-RANGE-EDIT.
           ACCEPT WK-RANGE-EDIT
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           IF WK-RANGE-EDIT(1:1) = 'G' OR WK-RANGE-EDIT(1:1) = 'P'
               MOVE WK-RANGE-EDIT(1:1) TO WK-MODE
           END-IF.
           IF GRID-MODE
               DISPLAY 'X INICIAL (PADRAO ' WK-X-FROM ')'
               PERFORM ASK-RANGE-VALUE
               IF WK-RANGE-EDIT NOT = SPACES
                   MOVE WK-RANGE-VALUE TO WK-X-FROM
               END-IF
               DISPLAY 'X FINAL (PADRAO ' WK-X-TO
                   ', 0=ITERACOES)'
               PERFORM ASK-RANGE-VALUE
               IF WK-RANGE-EDIT NOT = SPACES
                   MOVE WK-RANGE-VALUE TO WK-X-TO
               END-IF
               DISPLAY 'X PASSO (PADRAO ' WK-X-STEP ')'
               PERFORM ASK-RANGE-VALUE
               IF WK-RANGE-EDIT NOT = SPACES
                   MOVE WK-RANGE-VALUE TO WK-X-STEP
               END-IF
               DISPLAY 'Y INICIAL (PADRAO ' WK-Y-FROM ')'
               PERFORM ASK-RANGE-VALUE
               IF WK-RANGE-EDIT NOT = SPACES
                   MOVE WK-RANGE-VALUE TO WK-Y-FROM
               END-IF
               DISPLAY 'Y FINAL (PADRAO ' WK-Y-TO
                   ', 0=ITERACOES)'
               PERFORM ASK-RANGE-VALUE
               IF WK-RANGE-EDIT NOT = SPACES
                   MOVE WK-RANGE-VALUE TO WK-Y-TO
               END-IF
               DISPLAY 'Y PASSO (PADRAO ' WK-Y-STEP ')'
               PERFORM ASK-RANGE-VALUE
               IF WK-RANGE-EDIT NOT = SPACES
                   MOVE WK-RANGE-VALUE TO WK-Y-STEP
               END-IF
           END-IF.

      *> A value that is not a number up to 9999 is treated as no
      *> answer.
       ASK-RANGE-VALUE.
           MOVE SPACES TO WK-RANGE-EDIT.
           ACCEPT WK-RANGE-EDIT
               ON EXCEPTION
                   MOVE SPACES TO WK-RANGE-EDIT
           END-ACCEPT.
           IF WK-RANGE-EDIT NOT = SPACES
               IF FUNCTION TRIM(WK-RANGE-EDIT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(WK-RANGE-EDIT))
                       <= 4
                   MOVE FUNCTION TRIM(WK-RANGE-EDIT) TO WK-RANGE-VALUE
               ELSE
                   DISPLAY 'VALOR INVALIDO - MANTIDO O PADRAO'
                   MOVE SPACES TO WK-RANGE-EDIT
               END-IF
           END-IF.

      *> Settles each axis - the old count where no end is set, a
      *> zero step taken as 1 - and the number of records the run
      *> will write, refusing a backwards range or a run over the
      *> maximum before PAROUT is touched.
       SIZE-THE-RUN.
           IF WK-X-STEP = 0
               MOVE 1 TO WK-X-STEP
           END-IF.
           IF WK-Y-STEP = 0
               MOVE 1 TO WK-Y-STEP
           END-IF.
           IF WK-X-TO = 0
               MOVE 1 TO WK-X-FROM
               MOVE 1 TO WK-X-STEP
               MOVE WK-ITER TO WK-X-TO
               MOVE WK-ITER TO WK-X-COUNT
           ELSE
               IF WK-X-FROM > WK-X-TO
                   MOVE 'X-INICIO MAIOR QUE X-FIM' TO WK-REFUSE-WHY
                   MOVE 'N' TO WK-RANGE-OK
               ELSE
                   COMPUTE WK-X-COUNT =
                       (WK-X-TO - WK-X-FROM) / WK-X-STEP + 1
               END-IF
           END-IF.
           IF WK-Y-TO = 0
               MOVE 1 TO WK-Y-FROM
               MOVE 1 TO WK-Y-STEP
               MOVE WK-ITER TO WK-Y-TO
               MOVE WK-ITER TO WK-Y-COUNT
           ELSE
               IF WK-Y-FROM > WK-Y-TO
                   MOVE 'Y-INICIO MAIOR QUE Y-FIM' TO WK-REFUSE-WHY
                   MOVE 'N' TO WK-RANGE-OK
               ELSE
                   COMPUTE WK-Y-COUNT =
                       (WK-Y-TO - WK-Y-FROM) / WK-Y-STEP + 1
               END-IF
           END-IF.
           IF GRID-MODE
               COMPUTE WK-ROWS = WK-X-COUNT * WK-Y-COUNT
           ELSE
               IF WK-X-COUNT < WK-Y-COUNT
                   MOVE WK-X-COUNT TO WK-ROWS
               ELSE
                   MOVE WK-Y-COUNT TO WK-ROWS
               END-IF
           END-IF.
           IF RANGES-VALID AND WK-ROWS > WK-GRID-MAX
               MOVE SPACES TO WK-REFUSE-WHY
               MOVE WK-ROWS TO WK-ROWS-EDIT
               MOVE WK-GRID-MAX TO WK-MAX-EDIT
               STRING FUNCTION TRIM(WK-ROWS-EDIT)
                   ' LINHAS EXCEDEM O MAXIMO DE '
                   FUNCTION TRIM(WK-MAX-EDIT)
                   DELIMITED BY SIZE INTO WK-REFUSE-WHY
               MOVE 'N' TO WK-RANGE-OK
           END-IF.

      *> Nothing is written and the step is left open, so the run
      *> goes again once PARMCTL or the deck is put right.
       REFUSE-RUN.
           DISPLAY 'PARA RECUSADO - ' WK-REFUSE-WHY.
           MOVE 'PARA' TO ERR-PROGRAM.
           MOVE 'LIMITE' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'RECUSADO: ' WK-REFUSE-WHY
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.
           MOVE 'PAR0002' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'PARA RECUSADO: ' WK-REFUSE-WHY
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           MOVE 8 TO RETURN-CODE.

      *> Mode, both ranges as run and the record count, for the
      *> audit entry, the history entry and the ops message.
       BUILD-RANGE-TEXT.
           MOVE WK-ROWS TO WK-ROWS-OUT.
           MOVE SPACES TO WK-RANGE-TEXT.
           IF GRID-MODE
               MOVE 'GRADE' TO WK-RANGE-TEXT
           ELSE
               MOVE 'PARES' TO WK-RANGE-TEXT
           END-IF.
           STRING WK-RANGE-TEXT(1:5)
               ' X=' WK-X-FROM '-' WK-X-TO '/' WK-X-STEP
               ' Y=' WK-Y-FROM '-' WK-Y-TO '/' WK-Y-STEP
               ' N=' WK-ROWS-OUT
               DELIMITED BY SIZE INTO WK-RANGE-TEXT.

       LOG-FILE-ERROR.
           MOVE 'PARA' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           MOVE 'Y' TO WK-RUN-OVERFLOW.
           MOVE 'PARA' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           STRING 'WK-X/WK-Y EXCEDEU A CAPACIDADE NO PAR ' WK-I
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
