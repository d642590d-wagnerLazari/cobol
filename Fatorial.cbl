            LABEL RECORDS ARE STANDARD.
      * FAT-IN-REQ-ID is the requester-assigned id echoed back on
      * the FATOUT interchange record; spaces on decks cut before
      * the field existed. FAT-IN-FUNCTION selects the calculation
      * (blank or F factorial, C combination nCr, P permutation
      * nPr) and FAT-IN-R carries the second operand for C and P.
        01  FAT-IN-RECORD.
            05  FAT-IN-N            PIC X(03).
            05  FAT-IN-REQ-ID       PIC X(08).
            05  FAT-IN-FUNCTION     PIC X(01).
            05  FAT-IN-R            PIC X(03).

        FD  FAT-RPT-FILE
            LABEL RECORDS ARE STANDARD.
      * Fixed-width interchange record written in parallel with the
      * FATRPT print lines, in the same spirit as the FIBIC feed:
      * one record per input, carrying the requester's id, the
      * input, the computed result, a status code ('00' computed,
      * 'OV' overflow, 'ER' rejected input), the run date, and the
      * function and second operand the result answers.
        FD  FAT-OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  FAT-OUT-RECORD.
            05  FAT-OUT-RESULT      PIC 9(31).
            05  FAT-OUT-STATUS      PIC X(02).
            05  FAT-OUT-RUN-DATE    PIC X(08).
            05  FAT-OUT-FUNCTION    PIC X(01).
            05  FAT-OUT-R           PIC 9(03).

        FD  FAT-ERR-FILE
            LABEL RECORDS ARE STANDARD.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

      * Processed-input registry: one record per deck already run.
      * FATIN has no batch id, so a deck is identified purely by the

        WORKING-STORAGE SECTION.
       77  CONT PIC 9(03).
      *> N and FAT come from the shared numeric copybook; R is the
      *> copybook's second input slot, the r of nCr and nPr.
           COPY WKNUM REPLACING ==NUM-IN1== BY ==N==
                                ==NUM-IN2== BY ==R==
                                ==NUM-RESULT== BY ==FAT==.
       77  WK-OVERFLOW PIC X(01) VALUE 'N'.
           88  FAT-OVERFLOWED VALUE 'Y'.
       77  WK-PREG-STATUS     PIC X(02).
       77  WK-DECK-FPRINT     PIC 9(09) COMP VALUE 0.
       77  WK-FP-IX           PIC 9(02) COMP VALUE 0.
       77  WK-FP-LEN          PIC 9(02) COMP VALUE 11.
       77  WK-DECK-REJECT     PIC X(01) VALUE 'N'.
           88  DECK-REJECTED      VALUE 'Y'.
       77  WK-OVERRIDE-EDIT   PIC X(01) VALUE 'N'.
       77  WK-FREQ-STATUS     PIC X(02).
       77  WK-FREQ-OPEN       PIC X(01) VALUE 'N'.
           88  FREQ-FILE-OPEN     VALUE 'Y'.
      *> nCr works through C(n,k) = C(n,k-1) * (n-k+1) / k, dividing
      *> out the common factor with k first, so every intermediate
      *> stays below the final result and an overflow is always a
      *> genuine one.
       77  WK-COMB-K          PIC 9(03) VALUE 0.
       77  WK-COMB-TOP        PIC 9(03) VALUE 0.
       77  WK-COMB-FACTOR     PIC 9(03) VALUE 0.
       77  WK-GCD-A           PIC 9(03) VALUE 0.
       77  WK-GCD-B           PIC 9(03) VALUE 0.
       77  WK-GCD-T           PIC 9(03) VALUE 0.
           COPY WKFATV.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCARD.
           COPY WKBATCH.
           COPY WKRUN.
           COPY WKMSG.
           COPY WKSIM.

       01  WK-ERR-LINE-FMT.
           05  FILLER            PIC X(11) VALUE 'REG ERRO: '.
           05  WK-ERR-RECNUM     PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE '  VALOR: '.
           05  WK-ERR-VALUE      PIC X(10).
           05  WK-ERR-REASON     PIC X(30).

       01  WK-HEADER-1.
           05  FILLER            PIC X(20) VALUE 'RELATORIO FATORIAIS'.
           05  WK-HDR-PAGE       PIC ZZ9.

       01  WK-HEADER-2.
           05  FILLER            PIC X(11) VALUE 'FUNCAO'.
           05  FILLER            PIC X(05) VALUE 'N'.
           05  FILLER            PIC X(05) VALUE 'R'.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'RESULTADO'.

       01  WK-DETAIL-LINE.
           05  WK-DTL-FUNC       PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WK-DTL-N          PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-DTL-R          PIC ZZ9.
           05  WK-DTL-R-X REDEFINES WK-DTL-R PIC X(03).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-DTL-FAT        PIC Z(30)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-DTL-MSG        PIC X(26).

       01  WK-FAT-TOTAL-LINE.
           05  FILLER            PIC X(20) VALUE 'TOTAL DE REGISTROS: '.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           IF NOT RUN-SIMULATED
               PERFORM WRITE-RUN-HISTORY
           END-IF.

           IF NOT DECK-REJECTED
               MOVE 'FAT0001' TO OMSG-ID

            GOBACK.

       WRITE-RUN-HISTORY.
           PERFORM OPEN-HIST-LOG.
           MOVE 'FATORIAL' TO HIST-PROGRAM.
           IF WK-MODE = 2
               STRING 'MODO=LOTE REGISTROS=' WK-REC-NUM
                   ' LOTE=' BATCH-NO-NUMBER
                   DELIMITED BY SIZE INTO HIST-DETAIL
           ELSE
               STRING 'MODO=INTERATIVO N=' N ' FAT=' FAT
                   DELIMITED BY SIZE INTO HIST-DETAIL
           END-IF.
           MOVE WK-REC-NUM TO HIST-FAT-RECORDS.
           MOVE WK-ERR-COUNT TO HIST-FAT-ERRORS.
           MOVE WK-RUN-OVERFLOW TO HIST-OVERFLOW-FLAG.
           PERFORM WRITE-HIST-ENTRY.
           PERFORM CLOSE-HIST-LOG.

       INTERACTIVE-MODE.
           MOVE 'N' TO WK-N-VALID.
           MOVE 0 TO WK-N-RETRY.
           END-IF.

       BATCH-MODE.
           PERFORM CHECK-FOR-RESTART THRU CHECK-FOR-RESTART-EXIT.
           IF WK-RESTARTED = 'N'
               PERFORM CHECK-DUPLICATE-DECK
           ELSE
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-MODE-EXIT
           END-IF.
           IF RUN-SIMULATED
               MOVE 0 TO BATCH-NO-NUMBER
           ELSE
               IF WK-RESTARTED = 'N'
                   PERFORM ASSIGN-BATCH-NUMBER
               END-IF
           END-IF.
           MOVE BATCH-NO-NUMBER TO WK-HDR-BATCH.
           OPEN INPUT FAT-IN-FILE.
               PERFORM LOG-FILE-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
      *> A simulated FATOUT carries SIMULADO where its run date
      *> goes, so no receiver can take it for a real night's feed.
               IF RUN-SIMULATED
                   MOVE WK-SIM-DATE TO WK-RUN-DATE
               ELSE
                   MOVE CAL-PROC-DATE TO WK-RUN-DATE
               END-IF
               IF WK-RESTARTED = 'Y'
                   OPEN EXTEND FAT-RPT-FILE
                   OPEN EXTEND FAT-ERR-FILE
                   OPEN OUTPUT FAT-RPT-FILE
                   OPEN OUTPUT FAT-ERR-FILE
                   OPEN OUTPUT FAT-OUT-FILE
                   IF RUN-SIMULATED
                       WRITE FAT-ERR-LINE FROM WK-SIM-BANNER
                   END-IF
                   PERFORM WRITE-PAGE-HEADER
               END-IF
               PERFORM OPEN-REQUEST-STATUS
                   THRU OPEN-REQUEST-STATUS-EXIT
               PERFORM UNTIL WK-FATIN-STATUS = '10'
                   READ FAT-IN-FILE
                       AT END
                           MOVE '10' TO WK-FATIN-STATUS
                       NOT AT END
                           ADD 1 TO WK-REC-NUM
                           PERFORM EDIT-FAT-REQUEST
                           IF FAT-REQ-IS-VALID
                               MOVE WK-FTV-N TO N
                               MOVE WK-FTV-R TO R
                               PERFORM CALC-FAT-REQUEST
                               PERFORM WRITE-DETAIL-LINE
                           ELSE
                               PERFORM WRITE-ERROR-LINE
               END-IF
               PERFORM CLEAR-CHECKPOINT
               PERFORM REGISTER-PROCESSED-DECK
                   THRU REGISTER-PROCESSED-DECK-EXIT
           END-IF.

       BATCH-MODE-EXIT.
               MOVE '00' TO WK-FATIN-STATUS
           END-IF.

      *> The function and second operand only enter the fingerprint
      *> when present, so a plain factorial deck keeps the identity
      *> it was registered under.
       HASH-DECK-RECORD.
           MOVE 11 TO WK-FP-LEN.
           IF FAT-IN-RECORD(12:4) NOT = SPACES
               MOVE 15 TO WK-FP-LEN
           END-IF.
           PERFORM VARYING WK-FP-IX FROM 1 BY 1
               UNTIL WK-FP-IX > WK-FP-LEN
               COMPUTE WK-DECK-FPRINT = FUNCTION MOD(
                   WK-DECK-FPRINT * 31
                   + FUNCTION ORD(FAT-IN-RECORD(WK-FP-IX:1)),
               PERFORM LOG-DUPLICATE-ERROR
           END-IF.

      *> A simulated deck is not registered, so the real night
      *> still takes it.
       REGISTER-PROCESSED-DECK.
           IF RUN-SIMULATED
               GO TO REGISTER-PROCESSED-DECK-EXIT
           END-IF.
           OPEN EXTEND PREG-FILE.
           IF WK-PREG-STATUS = '35' OR WK-PREG-STATUS = '05'
               OPEN OUTPUT PREG-FILE
               WRITE PREG-RECORD
           END-IF.
           CLOSE PREG-FILE.
       REGISTER-PROCESSED-DECK-EXIT.
           EXIT.

       WRITE-OVERRIDE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

      *> A simulation never resumes a real night's checkpoint nor
      *> leaves one of its own.
       CHECK-FOR-RESTART.
           MOVE 'N' TO WK-RESTARTED.
           MOVE 0 TO WK-REC-NUM.
           IF RUN-SIMULATED
               GO TO CHECK-FOR-RESTART-EXIT
           END-IF.
           OPEN INPUT FAT-CKPT-FILE.
           IF WK-FAT-CKPT-STATUS = '00'
               READ FAT-CKPT-FILE
           ELSE
               CLOSE FAT-CKPT-FILE
           END-IF.
       CHECK-FOR-RESTART-EXIT.
           EXIT.

       SKIP-PROCESSED-RECORDS.
           MOVE WK-REC-NUM TO WK-SKIP-COUNT.
           END-PERFORM.

       WRITE-CHECKPOINT.
           IF NOT RUN-SIMULATED
               OPEN OUTPUT FAT-CKPT-FILE
               MOVE WK-REC-NUM TO CKPT-LAST-RECNUM
               MOVE WK-PAGE-COUNT TO CKPT-LAST-PAGE
               MOVE BATCH-NO-NUMBER TO CKPT-BATCH-NO
               WRITE FAT-CKPT-RECORD
               CLOSE FAT-CKPT-FILE
           END-IF.

      *> The assigned run number survives restarts via the
      *> checkpoint, so a resumed batch keeps the identity its
           END-IF.

       CLEAR-CHECKPOINT.
           IF NOT RUN-SIMULATED
               OPEN OUTPUT FAT-CKPT-FILE
               CLOSE FAT-CKPT-FILE
           END-IF.

       CALC-FAT-REQUEST.
           EVALUATE TRUE
               WHEN FAT-REQ-COMBINATION
                   PERFORM CALC-COMBINACAO
               WHEN FAT-REQ-PERMUTATION
                   PERFORM CALC-ARRANJO
               WHEN OTHER
                   PERFORM CALC-FATORIAL
           END-EVALUATE.

       CALC-FATORIAL.
           MOVE 'N' TO WK-OVERFLOW.

           END-PERFORM.

      *> nPr = n! / (n-r)!, taken as the product n * (n-1) * ...
      *> * (n-r+1) so the division never happens.
       CALC-ARRANJO.
           MOVE 'N' TO WK-OVERFLOW.
           MOVE 1 TO FAT.
           MOVE N TO CONT.

           PERFORM
               UNTIL CONT <= N - R OR FAT-OVERFLOWED

               MULTIPLY FAT BY CONT
                   GIVING FAT
                   ON SIZE ERROR
                       SET FAT-OVERFLOWED TO TRUE
                       DISPLAY 'ERRO: RESULTADO EXCEDE A CAPACIDADE'
                       PERFORM LOG-OVERFLOW-ERROR
               END-MULTIPLY
               SUBTRACT 1 FROM CONT

           END-PERFORM.

      *> nCr with the smaller of r and n-r as the step count; each
      *> step divides the running value and k by their common
      *> factor before multiplying, which keeps the division exact.
       CALC-COMBINACAO.
           MOVE 'N' TO WK-OVERFLOW.
           MOVE 1 TO FAT.
           MOVE R TO WK-COMB-TOP.
           IF N - R < WK-COMB-TOP
               COMPUTE WK-COMB-TOP = N - R
           END-IF.

           PERFORM VARYING WK-COMB-K FROM 1 BY 1
               UNTIL WK-COMB-K > WK-COMB-TOP OR FAT-OVERFLOWED

               COMPUTE WK-COMB-FACTOR = N - WK-COMB-K + 1
               MOVE WK-COMB-K TO WK-GCD-A
               COMPUTE WK-GCD-B = FUNCTION MOD(FAT, WK-COMB-K)
               PERFORM UNTIL WK-GCD-B = 0
                   COMPUTE WK-GCD-T = FUNCTION MOD(WK-GCD-A, WK-GCD-B)
                   MOVE WK-GCD-B TO WK-GCD-A
                   MOVE WK-GCD-T TO WK-GCD-B
               END-PERFORM
               DIVIDE WK-GCD-A INTO FAT
               COMPUTE WK-COMB-FACTOR =
                   WK-COMB-FACTOR / (WK-COMB-K / WK-GCD-A)
               MULTIPLY WK-COMB-FACTOR BY FAT
                   ON SIZE ERROR
                       SET FAT-OVERFLOWED TO TRUE
                       DISPLAY 'ERRO: RESULTADO EXCEDE A CAPACIDADE'
                       PERFORM LOG-OVERFLOW-ERROR
               END-MULTIPLY

           END-PERFORM.

       WRITE-PAGE-HEADER.
           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-PAGE-COUNT TO WK-HDR-PAGE.
           WRITE FAT-RPT-LINE FROM WK-HEADER-1.
           IF RUN-SIMULATED
               WRITE FAT-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           WRITE FAT-RPT-LINE FROM WK-HEADER-2.
           MOVE 0 TO WK-LINE-COUNT.

           IF WK-LINE-COUNT >= WK-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF.
           EVALUATE TRUE
               WHEN FAT-REQ-COMBINATION
                   MOVE 'COMBIN' TO WK-DTL-FUNC
                   MOVE R TO WK-DTL-R
               WHEN FAT-REQ-PERMUTATION
                   MOVE 'ARRANJO' TO WK-DTL-FUNC
                   MOVE R TO WK-DTL-R
               WHEN OTHER
                   MOVE 'FATORIAL' TO WK-DTL-FUNC
                   MOVE SPACES TO WK-DTL-R-X
           END-EVALUATE.
           MOVE N TO WK-DTL-N.
           IF FAT-OVERFLOWED
               MOVE 0 TO WK-DTL-FAT
       WRITE-FATOUT-RECORD.
           MOVE FAT-IN-REQ-ID TO FAT-OUT-REQ-ID.
           MOVE WK-RUN-DATE TO FAT-OUT-RUN-DATE.
           MOVE WK-FTV-FUNCTION TO FAT-OUT-FUNCTION.
           MOVE WK-FTV-R TO FAT-OUT-R.
           IF NOT FAT-REQ-IS-VALID
               MOVE 0 TO FAT-OUT-N
               MOVE 0 TO FAT-OUT-RESULT
               MOVE 'ER' TO FAT-OUT-STATUS
      *> The journal tolerates an unprovisioned FATREQST - the
      *> interchange still goes out, the tracking is just lost -
      *> but the skip is logged so it is visible.
      *> Nothing of a simulated run is journaled for tracking.
       OPEN-REQUEST-STATUS.
           MOVE 'N' TO WK-FREQ-OPEN.
           IF RUN-SIMULATED
               GO TO OPEN-REQUEST-STATUS-EXIT
           END-IF.
           OPEN EXTEND FREQ-FILE.
           IF WK-FREQ-STATUS = '35' OR WK-FREQ-STATUS = '05'
               OPEN OUTPUT FREQ-FILE
               CLOSE FREQ-FILE
               PERFORM LOG-REQUEST-FILE-ERROR
           END-IF.
       OPEN-REQUEST-STATUS-EXIT.
           EXIT.

      *> Requests without an id (decks cut before FAT-IN-REQ-ID
      *> existed) cannot be tracked and are not journaled.
       WRITE-ERROR-LINE.
           ADD 1 TO WK-ERR-COUNT.
           MOVE WK-REC-NUM TO WK-ERR-RECNUM.
           MOVE WK-FTV-VALUE TO WK-ERR-VALUE.
           MOVE WK-FTV-REASON TO WK-ERR-REASON.
           WRITE FAT-ERR-LINE FROM WK-ERR-LINE-FMT.

       LOG-OVERFLOW-ERROR.
           MOVE 'Y' TO WK-RUN-OVERFLOW.
           MOVE 'FATORIAL' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           EVALUATE TRUE
               WHEN FAT-REQ-COMBINATION
                   STRING 'CALCULO DE COMBINACAO C(' N ',' R
                       ') EXCEDEU A CAPACIDADE'
                       DELIMITED BY SIZE INTO ERR-DETAIL
               WHEN FAT-REQ-PERMUTATION
                   STRING 'CALCULO DE ARRANJO A(' N ',' R
                       ') EXCEDEU A CAPACIDADE'
                       DELIMITED BY SIZE INTO ERR-DETAIL
               WHEN OTHER
                   STRING 'CALCULO DE FATORIAL DE ' N
                       ' EXCEDEU A CAPACIDADE'
                       DELIMITED BY SIZE INTO ERR-DETAIL
           END-EVALUATE.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKFATVP.

           COPY WKAUDITP.

           COPY WKCARDP.
