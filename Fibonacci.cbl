             SELECT FIB-IC-FILE ASSIGN TO "FIBIC"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT FIB-REQ-FILE ASSIGN TO "FIBREQ"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FIBREQ-STATUS.

             SELECT FIB-RESP-FILE ASSIGN TO "FIBRESP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FIBRESP-STATUS.

             SELECT FIB-RRPT-FILE ASSIGN TO "FIBRRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-FILE-RECORD        PIC X(58).

       FD  FIB-IC-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIB-IC-FILE-RECORD      PIC X(14).

      * Individual questions from the statistics team, answered in
      * the same run as the series when FIBREQ is allocated; one
      * FIBRESP response per request, in deck order.
       FD  FIB-REQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WKFBRQ.

       FD  FIB-RESP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WKFBRS.

       FD  FIB-RRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FIB-RRPT-LINE           PIC X(80).

       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CARD-FILE-RECORD        PIC X(30).

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
       01  USER-FILE-RECORD        PIC X(33).

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.
           COPY WKSIM.
       77  WK-IC-SEQ      PIC 9(03) VALUE 0.
       77  WK-FIBREQ-STATUS  PIC X(02).
       77  WK-FIBRESP-STATUS PIC X(02).
      *> The request engine runs on 31-digit terms, so it answers
      *> up to position 151 (the largest term that fits) where the
      *> series above is held to three digits.
       77  WK-FBQ-ARG-NUM  PIC 9(31) VALUE 0.
       77  WK-FBQ-X        PIC 9(31) VALUE 0.
       77  WK-FBQ-Y        PIC 9(31) VALUE 0.
       77  WK-FBQ-HOLD     PIC 9(31) VALUE 0.
       77  WK-FBQ-POS      PIC 9(03) VALUE 0.
       77  WK-FBQ-STOP     PIC X(01) VALUE 'N'.
           88  FBQ-STOPPED     VALUE 'Y'.
       77  WK-FBQ-REASON   PIC X(25) VALUE SPACES.
       77  WK-FBQ-COUNT    PIC 9(05) VALUE 0.
       77  WK-FBQ-TERM-CNT PIC 9(05) VALUE 0.
       77  WK-FBQ-VERIFY-CNT PIC 9(05) VALUE 0.
       77  WK-FBQ-BADTYPE-CNT PIC 9(05) VALUE 0.
       77  WK-FBQ-OK-CNT   PIC 9(05) VALUE 0.
       77  WK-FBQ-NF-CNT   PIC 9(05) VALUE 0.
       77  WK-FBQ-OV-CNT   PIC 9(05) VALUE 0.
       77  WK-FBQ-ER-CNT   PIC 9(05) VALUE 0.

       01  WK-FBQ-HEADER-1.
           05  FILLER            PIC X(32) VALUE
               'RELATORIO DE PEDIDOS FIBONACCI'.
           05  FILLER            PIC X(06) VALUE 'DATA: '.
           05  WK-FBQ-HDR-DATE   PIC X(08).

       01  WK-FBQ-HEADER-2.
           05  FILLER            PIC X(10) VALUE 'PEDIDO'.
           05  FILLER            PIC X(03) VALUE 'T'.
           05  FILLER            PIC X(05) VALUE 'POS'.
           05  FILLER            PIC X(33) VALUE 'VALOR'.
           05  FILLER            PIC X(10) VALUE 'SITUACAO'.

       01  WK-FBQ-DETAIL.
           05  WK-FBQ-DTL-ID     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-FBQ-DTL-TYPE   PIC X(01).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-FBQ-DTL-POS    PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-FBQ-DTL-VALUE  PIC Z(30)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-FBQ-DTL-MSG    PIC X(25).

       01  WK-FBQ-TOTAL-LINE.
           05  WK-FBQ-TOT-LABEL  PIC X(30).
           05  WK-FBQ-TOT-VALUE  PIC ZZZZ9.

        LINKAGE SECTION.
           COPY WKOPER.
           CLOSE FIB-OUT-FILE.
           CLOSE FIB-IC-FILE.

           PERFORM PROCESS-FIB-REQUESTS.

           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'FIBONACCI' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'TERMOS=' WK-TERM-COUNT ' ULTIMO=' B
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           IF NOT RUN-SIMULATED
               PERFORM OPEN-HIST-LOG
               MOVE 'FIBONACCI' TO HIST-PROGRAM
               STRING 'TERMOS=' WK-TERM-COUNT ' ULTIMO=' B
                   DELIMITED BY SIZE INTO HIST-DETAIL
               MOVE WK-TERM-COUNT TO HIST-FIB-TERMS
               MOVE B TO HIST-FIB-LAST
               MOVE WK-OVERFLOW TO HIST-OVERFLOW-FLAG
               PERFORM WRITE-HIST-ENTRY
               PERFORM CLOSE-HIST-LOG
           END-IF.

           MOVE 'FIB0001' TO OMSG-ID.
           MOVE 'I' TO OMSG-SEVERITY.
           ADD 1 TO WK-IC-SEQ.
           MOVE WK-IC-SEQ TO FIB-IC-SEQ.
           MOVE FIB-OUT-CURR TO FIB-IC-VALUE.
      *> A simulated feed carries SIMULADO where its run date goes,
      *> so it can be neither taken for nor resent as a real one.
           IF RUN-SIMULATED
               MOVE WK-SIM-DATE TO FIB-IC-RUN-DATE
           ELSE
               MOVE CAL-PROC-DATE TO FIB-IC-RUN-DATE
           END-IF.
           MOVE FIB-IC-RECORD TO FIB-IC-FILE-RECORD.
           WRITE FIB-IC-FILE-RECORD.

      *> The request deck is optional: without a FIBREQ allocation
      *> the run is the series alone, exactly as before.
       PROCESS-FIB-REQUESTS.
           OPEN INPUT FIB-REQ-FILE.
           IF WK-FIBREQ-STATUS NOT = '00'
               CLOSE FIB-REQ-FILE
           ELSE
               OPEN OUTPUT FIB-RESP-FILE
               OPEN OUTPUT FIB-RRPT-FILE
               MOVE CAL-PROC-DATE TO WK-FBQ-HDR-DATE
               WRITE FIB-RRPT-LINE FROM WK-FBQ-HEADER-1
               IF RUN-SIMULATED
                   WRITE FIB-RRPT-LINE FROM WK-SIM-BANNER
               END-IF
               WRITE FIB-RRPT-LINE FROM WK-FBQ-HEADER-2
               PERFORM UNTIL WK-FIBREQ-STATUS = '10'
                   READ FIB-REQ-FILE
                       AT END
                           MOVE '10' TO WK-FIBREQ-STATUS
                       NOT AT END
                           PERFORM ANSWER-FIB-REQUEST
                               THRU ANSWER-FIB-REQUEST-EXIT
                           PERFORM WRITE-FIB-RESPONSE
                   END-READ
               END-PERFORM
               PERFORM WRITE-FIB-REQ-TOTALS
               CLOSE FIB-REQ-FILE
               CLOSE FIB-RESP-FILE
               CLOSE FIB-RRPT-FILE
               PERFORM LOG-FIB-REQ-SUMMARY
           END-IF.

       ANSWER-FIB-REQUEST.
           ADD 1 TO WK-FBQ-COUNT.
           MOVE FBRQ-REQ-ID TO FBRS-REQ-ID.
           MOVE FBRQ-TYPE TO FBRS-TYPE.
           MOVE 0 TO FBRS-POSITION.
           MOVE 0 TO FBRS-VALUE.
           IF RUN-SIMULATED
               MOVE WK-SIM-DATE TO FBRS-RUN-DATE
           ELSE
               MOVE CAL-PROC-DATE TO FBRS-RUN-DATE
           END-IF.
           MOVE SPACES TO WK-FBQ-REASON.
           EVALUATE TRUE
               WHEN FBRQ-TERM
                   ADD 1 TO WK-FBQ-TERM-CNT
               WHEN FBRQ-VERIFY
                   ADD 1 TO WK-FBQ-VERIFY-CNT
               WHEN OTHER
                   ADD 1 TO WK-FBQ-BADTYPE-CNT
                   MOVE 'ER' TO FBRS-STATUS
                   MOVE 'TIPO DE PEDIDO INVALIDO' TO WK-FBQ-REASON
                   GO TO ANSWER-FIB-REQUEST-EXIT
           END-EVALUATE.
           IF FUNCTION TRIM(FBRQ-ARG) IS NOT NUMERIC
               MOVE 'ER' TO FBRS-STATUS
               MOVE 'ARGUMENTO NAO NUMERICO' TO WK-FBQ-REASON
               GO TO ANSWER-FIB-REQUEST-EXIT
           END-IF.
           MOVE FUNCTION TRIM(FBRQ-ARG) TO WK-FBQ-ARG-NUM.
           IF FBRQ-TERM
               PERFORM FIND-FIB-TERM
           ELSE
               PERFORM FIND-FIB-POSITION
           END-IF.

       ANSWER-FIB-REQUEST-EXIT.
           EXIT.

      *> Walks the pair (term at WK-FBQ-POS, next term) up to the
      *> position asked for. The next term is only computed while
      *> it is still needed, so the last term that fits is answered
      *> rather than tripping on its unrepresentable successor.
       FIND-FIB-TERM.
           EVALUATE TRUE
               WHEN WK-FBQ-ARG-NUM = 0
                   MOVE 'ER' TO FBRS-STATUS
                   MOVE 'POSICAO ZERO INVALIDA' TO WK-FBQ-REASON
               WHEN WK-FBQ-ARG-NUM > 999
                   MOVE 'OV' TO FBRS-STATUS
                   MOVE 'TERMO EXCEDE A CAPACIDADE' TO WK-FBQ-REASON
               WHEN OTHER
                   MOVE WK-FBQ-ARG-NUM TO FBRS-POSITION
                   MOVE 0 TO WK-FBQ-X
                   MOVE 1 TO WK-FBQ-Y
                   MOVE 1 TO WK-FBQ-POS
                   MOVE 'N' TO WK-FBQ-STOP
                   PERFORM UNTIL WK-FBQ-POS >= WK-FBQ-ARG-NUM
                       OR FBQ-STOPPED
                       MOVE WK-FBQ-Y TO WK-FBQ-HOLD
                       IF WK-FBQ-POS + 1 < WK-FBQ-ARG-NUM
                           ADD WK-FBQ-X TO WK-FBQ-Y
                               ON SIZE ERROR
                                   SET FBQ-STOPPED TO TRUE
                           END-ADD
                       END-IF
                       MOVE WK-FBQ-HOLD TO WK-FBQ-X
                       ADD 1 TO WK-FBQ-POS
                   END-PERFORM
                   IF FBQ-STOPPED
                       MOVE 'OV' TO FBRS-STATUS
                       MOVE 'TERMO EXCEDE A CAPACIDADE'
                           TO WK-FBQ-REASON
                   ELSE
                       MOVE '00' TO FBRS-STATUS
                       MOVE WK-FBQ-X TO FBRS-VALUE
                   END-IF
           END-EVALUATE.

      *> Advances until the term reaches the value asked about. A
      *> value above every term that fits is still tested against
      *> the last one before it is declared not Fibonacci; the value
      *> 1 answers with its first position.
       FIND-FIB-POSITION.
           MOVE WK-FBQ-ARG-NUM TO FBRS-VALUE.
           MOVE 0 TO WK-FBQ-X.
           MOVE 1 TO WK-FBQ-Y.
           MOVE 1 TO WK-FBQ-POS.
           MOVE 'N' TO WK-FBQ-STOP.
           PERFORM UNTIL WK-FBQ-X >= WK-FBQ-ARG-NUM OR FBQ-STOPPED
               COMPUTE WK-FBQ-HOLD = WK-FBQ-X + WK-FBQ-Y
                   ON SIZE ERROR
                       SET FBQ-STOPPED TO TRUE
                   NOT ON SIZE ERROR
                       MOVE WK-FBQ-Y TO WK-FBQ-X
                       MOVE WK-FBQ-HOLD TO WK-FBQ-Y
                       ADD 1 TO WK-FBQ-POS
               END-COMPUTE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WK-FBQ-X = WK-FBQ-ARG-NUM
                   MOVE '00' TO FBRS-STATUS
                   MOVE WK-FBQ-POS TO FBRS-POSITION
               WHEN FBQ-STOPPED AND WK-FBQ-Y = WK-FBQ-ARG-NUM
                   MOVE '00' TO FBRS-STATUS
                   COMPUTE FBRS-POSITION = WK-FBQ-POS + 1
               WHEN OTHER
                   MOVE 'NF' TO FBRS-STATUS
                   MOVE 'NAO E NUMERO DE FIBONACCI' TO WK-FBQ-REASON
           END-EVALUATE.

       WRITE-FIB-RESPONSE.
           WRITE FBRS-RECORD.
           EVALUATE TRUE
               WHEN FBRS-ANSWERED
                   ADD 1 TO WK-FBQ-OK-CNT
               WHEN FBRS-NOT-FIB
                   ADD 1 TO WK-FBQ-NF-CNT
               WHEN FBRS-OVERFLOW
                   ADD 1 TO WK-FBQ-OV-CNT
               WHEN OTHER
                   ADD 1 TO WK-FBQ-ER-CNT
           END-EVALUATE.
           MOVE FBRS-REQ-ID TO WK-FBQ-DTL-ID.
           MOVE FBRS-TYPE TO WK-FBQ-DTL-TYPE.
           MOVE FBRS-POSITION TO WK-FBQ-DTL-POS.
           MOVE FBRS-VALUE TO WK-FBQ-DTL-VALUE.
           IF FBRS-ANSWERED
               MOVE 'RESPONDIDO' TO WK-FBQ-DTL-MSG
           ELSE
               MOVE WK-FBQ-REASON TO WK-FBQ-DTL-MSG
           END-IF.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-DETAIL.

       WRITE-FIB-REQ-TOTALS.
           MOVE SPACES TO FIB-RRPT-LINE.
           WRITE FIB-RRPT-LINE.
           MOVE 'TOTAL DE PEDIDOS:' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-COUNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE '  TIPO T (TERMO):' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-TERM-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE '  TIPO V (VERIFICACAO):' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-VERIFY-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE '  TIPO INVALIDO:' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-BADTYPE-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE 'RESPONDIDOS (00):' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-OK-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE 'NAO FIBONACCI (NF):' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-NF-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE 'EXCEDE CAPACIDADE (OV):' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-OV-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.
           MOVE 'REJEITADOS (ER):' TO WK-FBQ-TOT-LABEL.
           MOVE WK-FBQ-ER-CNT TO WK-FBQ-TOT-VALUE.
           WRITE FIB-RRPT-LINE FROM WK-FBQ-TOTAL-LINE.

      *> Rejected requests leave the return code alone, as FATORIAL
      *> does for its ER records; the warning carries them to the
      *> console instead.
       LOG-FIB-REQ-SUMMARY.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'FIBONACCI' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'PEDIDOS=' WK-FBQ-COUNT ' RESP=' WK-FBQ-OK-CNT
               ' NF=' WK-FBQ-NF-CNT ' OV=' WK-FBQ-OV-CNT
               ' ER=' WK-FBQ-ER-CNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           MOVE 'FIB0002' TO OMSG-ID.
           IF WK-FBQ-ER-CNT > 0
               MOVE 'W' TO OMSG-SEVERITY
           ELSE
               MOVE 'I' TO OMSG-SEVERITY
           END-IF.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'PEDIDOS=' WK-FBQ-COUNT ' RESP=' WK-FBQ-OK-CNT
               ' NF=' WK-FBQ-NF-CNT ' OV=' WK-FBQ-OV-CNT
               ' ER=' WK-FBQ-ER-CNT
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

       LOG-OVERFLOW-ERROR.
           MOVE 'FIBONACCI' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
