      *          with the running balance after each posting, the
      *          opening position, and the month-end position - the
      *          figures finance used to re-key from SOMARPT into a
      *          spreadsheet. Once DEPTCLOS has closed the prior
      *          month the opening position is the balance it saved
      *          on DEPTPER, and a closed month's position is the one
      *          saved at its own close. Amounts are in the
      *          reporting currency; a batch settled in a foreign
      *          currency also shows its amount in that currency.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPT-MST-DEPT
                 FILE STATUS IS WK-DMST-STATUS.

             SELECT DEPT-POST-FILE ASSIGN TO "DEPTPOST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPOST-STATUS.

             SELECT DEPT-PER-FILE ASSIGN TO "DEPTPER"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPER-STATUS.

             SELECT STM-RPT-FILE ASSIGN TO "DEPTSRPT"
                 ORGANIZATION IS SEQUENTIAL.

        FILE SECTION.
        FD  DEPT-MST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDMST.

        FD  DEPT-POST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPOST.

        FD  DEPT-PER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPER.

        FD  STM-RPT-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-DPOST-STATUS PIC X(02).
       77  WK-MONTH        PIC 9(06) VALUE 0.
       77  WK-MONTH-EDIT   PIC X(06) VALUE SPACES.
       77  WK-DEPT-COUNT   PIC 9(05) VALUE 0.
       77  WK-POST-COUNT   PIC 9(05) VALUE 0.
       77  WK-OPENING      PIC S9(13)V99 VALUE 0.
       77  WK-CLOSING      PIC S9(13)V99 VALUE 0.
       77  WK-DPER-STATUS  PIC X(02).
       77  WK-PRIOR-MONTH  PIC 9(06) VALUE 0.
       77  WK-PRIOR-CLOSED PIC X(01) VALUE 'N'.
           88  PRIOR-MONTH-CLOSED VALUE 'Y'.
       77  WK-MONTH-CLOSED PIC X(01) VALUE 'N'.
           88  STMT-MONTH-CLOSED VALUE 'Y'.
       77  WK-OPEN-SAVED   PIC X(01) VALUE 'N'.
           88  OPENING-SAVED   VALUE 'Y'.
       77  WK-CLOSE-SAVED  PIC X(01) VALUE 'N'.
           88  CLOSING-SAVED   VALUE 'Y'.
       77  WK-SAVED-OPENING PIC S9(13)V99 VALUE 0.
       77  WK-SAVED-CLOSING PIC S9(13)V99 VALUE 0.
           COPY WKCARD.
           COPY WKRUN.
           COPY WKSIM.

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(34) VALUE
           05  FILLER            PIC X(07) VALUE 'DEPTO: '.
           05  WK-RPT-DEPT       PIC X(10).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(58) VALUE
               'DATA      LOTE      VALOR DO LOTE      SALDO APOS'.
           05  FILLER            PIC X(12) VALUE 'SITUACAO'.
           05  FILLER            PIC X(20) VALUE
               'VALOR NA MOEDA'.

       01  WK-RPT-POST-LINE.
           05  WK-RPT-DATE       PIC 9(08).
           05  WK-RPT-AMOUNT     PIC Z(12)9,99-.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-BALANCE    PIC Z(12)9,99-.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-MARK       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-CURRENCY   PIC X(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-ORIG-AMOUNT PIC X(17).
           05  WK-RPT-ORIG-EDIT REDEFINES WK-RPT-ORIG-AMOUNT
                                 PIC Z(12)9,99-.

       01  WK-RPT-OPEN-LINE.
           05  FILLER            PIC X(20) VALUE 'SALDO INICIAL: '.
       01  WK-RPT-NO-MOVE      PIC X(40) VALUE
           'SEM MOVIMENTO NO MES'.

       01  WK-RPT-MONTH-CLOSED PIC X(40) VALUE
           '*** MES FECHADO ***'.

       01  WK-RPT-NO-FILE      PIC X(40) VALUE
           'ARQUIVO DEPTMST NAO DISPONIVEL'.

       PROCEDURE DIVISION.

           MOVE 'DEPTSTMT' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM LOAD-RUN-CARDS.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WK-MONTH-EDIT.
           MOVE 'MES' TO WK-CARD-WANTED.
               END-IF
           END-IF.
           MOVE WK-MONTH-EDIT TO WK-MONTH.
           IF WK-MONTH-EDIT(5:2) = '01'
               COMPUTE WK-PRIOR-MONTH = WK-MONTH - 89
           ELSE
               COMPUTE WK-PRIOR-MONTH = WK-MONTH - 1
           END-IF.
           PERFORM CHECK-CLOSED-PERIODS.

           OPEN OUTPUT STM-RPT-FILE.
           MOVE WK-MONTH TO WK-HDR-MONTH.
           WRITE STM-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE STM-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           IF STMT-MONTH-CLOSED
               WRITE STM-RPT-LINE FROM WK-RPT-MONTH-CLOSED
           END-IF.

      *> One section per department, in department order as the
      *> master is keyed.
           MOVE 0 TO WK-DEPT-COUNT.
           OPEN INPUT DEPT-MST-FILE.
           IF WK-DMST-STATUS = '00'
               PERFORM UNTIL WK-DMST-STATUS = '10'
                   READ DEPT-MST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WK-DMST-STATUS
                       NOT AT END
                           IF DEPT-MST-DEPT NOT = SPACES
                               AND DEPT-MST-BALANCE IS NUMERIC
                               ADD 1 TO WK-DEPT-COUNT
                               PERFORM WRITE-DEPT-SECTION
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               CLOSE DEPT-MST-FILE
           END-IF.
           IF WK-DEPT-COUNT = 0
               WRITE STM-RPT-LINE FROM WK-RPT-NO-FILE
           END-IF.

           CLOSE STM-RPT-FILE.

           DISPLAY 'DEPTSTMT - EXTRATO DE ' WK-DEPT-COUNT
               ' DEPARTAMENTOS NO MES ' WK-MONTH.

           PERFORM REGISTER-STEP-END.

           GOBACK.

      *> Only periods carrying DEPTCLOS's close mark count; balance
      *> records of a close that never finished are ignored.
       CHECK-CLOSED-PERIODS.
           MOVE 'N' TO WK-PRIOR-CLOSED.
           MOVE 'N' TO WK-MONTH-CLOSED.
           OPEN INPUT DEPT-PER-FILE.
           IF WK-DPER-STATUS = '00'
               PERFORM UNTIL WK-DPER-STATUS = '10'
                   READ DEPT-PER-FILE
                       AT END
                           MOVE '10' TO WK-DPER-STATUS
                       NOT AT END
                           IF DPER-IS-CLOSE-MARK
                               AND DPER-PERIOD = WK-PRIOR-MONTH
                               SET PRIOR-MONTH-CLOSED TO TRUE
                           END-IF
                           IF DPER-IS-CLOSE-MARK
                               AND DPER-PERIOD = WK-MONTH
                               SET STMT-MONTH-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-PER-FILE
           ELSE
               CLOSE DEPT-PER-FILE
           END-IF.

       FIND-SAVED-BALANCES.
           MOVE 'N' TO WK-OPEN-SAVED.
           MOVE 'N' TO WK-CLOSE-SAVED.
           OPEN INPUT DEPT-PER-FILE.
           IF WK-DPER-STATUS = '00'
               PERFORM UNTIL WK-DPER-STATUS = '10'
                   READ DEPT-PER-FILE
                       AT END
                           MOVE '10' TO WK-DPER-STATUS
                       NOT AT END
                           IF DPER-IS-BALANCE
                               AND DPER-DEPT = DEPT-MST-DEPT
                               AND DPER-BALANCE IS NUMERIC
                               IF PRIOR-MONTH-CLOSED
                                   AND DPER-PERIOD = WK-PRIOR-MONTH
                                   SET OPENING-SAVED TO TRUE
                                   MOVE DPER-BALANCE
                                       TO WK-SAVED-OPENING
                               END-IF
                               IF STMT-MONTH-CLOSED
                                   AND DPER-PERIOD = WK-MONTH
                                   SET CLOSING-SAVED TO TRUE
                                   MOVE DPER-BALANCE
                                       TO WK-SAVED-CLOSING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-PER-FILE
           ELSE
               CLOSE DEPT-PER-FILE
           END-IF.

      *> The opening position is the prior month's closing balance
      *> saved by DEPTCLOS and a closed month's position is its own
      *> saved balance. For an open month after an unclosed one the
      *> journal is used: it carries the balance after each posting,
      *> so the opening is the first posting's balance minus its
      *> amount and the month-end position is the last balance -
      *> nothing is re-derived here. A reversed batch prints twice:
      *> the original flagged ESTORNADO and its offsetting ESTORNO
      *> entry on the day the reversal was applied.
       WRITE-DEPT-SECTION.
           MOVE DEPT-MST-DEPT TO WK-RPT-DEPT.
           WRITE STM-RPT-LINE FROM WK-RPT-DEPT-HDR.
           WRITE STM-RPT-LINE FROM WK-RPT-COL-HDR.
           MOVE 0 TO WK-POST-COUNT.
           MOVE 0 TO WK-OPENING.
           MOVE 0 TO WK-CLOSING.
           MOVE 'N' TO WK-OPEN-SAVED.
           MOVE 'N' TO WK-CLOSE-SAVED.
           IF PRIOR-MONTH-CLOSED OR STMT-MONTH-CLOSED
               PERFORM FIND-SAVED-BALANCES
           END-IF.
           OPEN INPUT DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
           ELSE
               CLOSE DEPT-POST-FILE
           END-IF.
           IF OPENING-SAVED
               MOVE WK-SAVED-OPENING TO WK-OPENING
               IF WK-POST-COUNT = 0
                   MOVE WK-SAVED-OPENING TO WK-CLOSING
               END-IF
           END-IF.
           IF CLOSING-SAVED
               MOVE WK-SAVED-CLOSING TO WK-CLOSING
               IF WK-POST-COUNT = 0 AND NOT OPENING-SAVED
                   MOVE WK-SAVED-CLOSING TO WK-OPENING
               END-IF
           END-IF.
           IF WK-POST-COUNT = 0
               AND NOT OPENING-SAVED AND NOT CLOSING-SAVED
               WRITE STM-RPT-LINE FROM WK-RPT-NO-MOVE
               MOVE DEPT-MST-BALANCE TO WK-RPT-CLOSING
               WRITE STM-RPT-LINE FROM WK-RPT-CLOSE-LINE
           ELSE
               IF WK-POST-COUNT = 0
                   WRITE STM-RPT-LINE FROM WK-RPT-NO-MOVE
               END-IF
               MOVE WK-OPENING TO WK-RPT-OPENING
               WRITE STM-RPT-LINE FROM WK-RPT-OPEN-LINE
               MOVE WK-CLOSING TO WK-RPT-CLOSING
           END-IF.

       SELECT-DEPT-POSTING.
           IF DPOST-DEPT = DEPT-MST-DEPT
               AND DPOST-DATE IS NUMERIC
               AND DPOST-DATE(1:6) = WK-MONTH-EDIT
               AND DPOST-AMOUNT IS NUMERIC
               MOVE DPOST-BATCH TO WK-RPT-BATCH
               MOVE DPOST-AMOUNT TO WK-RPT-AMOUNT
               MOVE DPOST-BALANCE TO WK-RPT-BALANCE
               MOVE SPACES TO WK-RPT-CURRENCY
               MOVE SPACES TO WK-RPT-ORIG-AMOUNT
               IF DPOST-CURRENCY NOT = SPACES
                   AND DPOST-CURRENCY NOT = 'BRL'
                   AND DPOST-ORIG-AMOUNT IS NUMERIC
                   MOVE DPOST-CURRENCY TO WK-RPT-CURRENCY
                   MOVE DPOST-ORIG-AMOUNT TO WK-RPT-ORIG-EDIT
               END-IF
               EVALUATE TRUE
                   WHEN DPOST-IS-REVERSAL
                       MOVE 'ESTORNO' TO WK-RPT-MARK
                   WHEN DPOST-REVERSED
                       MOVE 'ESTORNADO' TO WK-RPT-MARK
                   WHEN OTHER
                       MOVE SPACES TO WK-RPT-MARK
               END-EVALUATE
               WRITE STM-RPT-LINE FROM WK-RPT-POST-LINE
           END-IF.

           COPY WKCARDP.

           COPY WKRUNP.

       END PROGRAM DEPTSTMT.
