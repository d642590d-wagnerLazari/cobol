      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reversal of a SOMA2 batch posted to a department in
      *          error, replacing the hand edit of DEPTMST that left
      *          DEPTPOST and the DEPTSTMT statement disagreeing. The
      *          posting is identified by department plus batch id
      *          or BATCHNO run number (both when one alone is
      *          ambiguous). One operator raises the request on
      *          REVREQ; a different operator approves it, and only
      *          then is the reversal applied: an offsetting DEPTPOST
      *          entry marked as a reversal, the original posting
      *          flagged as reversed and the department balance on
      *          DEPTMST brought back. Requests, approvals and
      *          declines all go to AUDITLOG with the operator ids.
      *          A reversal dated in a period DEPTCLOS has closed is
      *          not applied; it is listed on DEPTEXC instead.
      *          Decided requests are dropped from REVREQ once older
      *          than the RETENCAO run card (default 180 days).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMAREV.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT REVQ-FILE ASSIGN TO "REVREQ"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-REVQ-STATUS.

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

             SELECT DEPT-EXC-FILE ASSIGN TO "DEPTEXC"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DEXC-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  REVQ-FILE
            LABEL RECORDS ARE STANDARD.
        01  REVQ-FILE-RECORD        PIC X(116).

        FD  DEPT-MST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDMST.

        FD  DEPT-POST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPOST.

        FD  DEPT-PER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPER.

        FD  DEPT-EXC-FILE
            LABEL RECORDS ARE STANDARD.
        01  DEPT-EXC-RECORD         PIC X(100).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-REVQ-STATUS  PIC X(02).
       77  WK-DMST-STATUS  PIC X(02).
       77  WK-DPOST-STATUS PIC X(02).
       77  WK-DPER-STATUS  PIC X(02).
       77  WK-DEXC-STATUS  PIC X(02).
       77  WK-LOCKED-PERIOD PIC 9(06) VALUE 0.
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-ACTION       PIC X(01) VALUE SPACE.
       77  WK-CONFIRM      PIC X(01) VALUE SPACE.
       77  WK-SEL-DEPT     PIC X(10) VALUE SPACES.
       77  WK-SEL-BATCH    PIC X(08) VALUE SPACES.
       77  WK-SEL-RUN      PIC X(06) VALUE SPACES.
       77  WK-SEL-REQ      PIC X(05) VALUE SPACES.
       77  WK-REASON       PIC X(30) VALUE SPACES.
       77  WK-REQ-IX       PIC 9(03) COMP VALUE 0.
       77  WK-REQ-MAX      PIC 9(03) COMP VALUE 0.
       77  WK-REQ-POS      PIC 9(03) COMP VALUE 0.
       77  WK-NEXT-REQ-NO  PIC 9(05) VALUE 0.
      *> Decided requests are dropped from REVREQ this many days
      *> after the decision (RETENCAO card); pending ones are kept
      *> however old, and so is the highest-numbered request so the
      *> numbering carries on.
       77  WK-KEEP-DAYS    PIC 9(04) VALUE 180.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-PURGED       PIC 9(05) VALUE 0.
       77  WK-LAST-REQ-NO  PIC 9(05) VALUE 0.
       77  WK-LISTED       PIC 9(03) VALUE 0.
       77  WK-MATCH-COUNT  PIC 9(03) VALUE 0.
       77  WK-DEPT-FOUND   PIC X(01) VALUE 'N'.
           88  DEPT-ON-MASTER  VALUE 'Y'.
       77  WK-NEW-BALANCE  PIC S9(13)V99 VALUE 0.
       77  WK-AMOUNT-EDIT  PIC Z(12)9,99-.
       77  WK-FLAGGED      PIC X(01) VALUE 'N'.
           88  ORIGINAL-FLAGGED VALUE 'Y'.
       77  WK-APPENDED     PIC X(01) VALUE 'N'.
           88  REVERSAL-APPENDED VALUE 'Y'.
      *> Currency, own-currency amount and rate of the posting being
      *> reversed, carried onto the offsetting entry.
       77  WK-REV-CURRENCY PIC X(03) VALUE SPACES.
       77  WK-REV-ORIG-AMOUNT PIC S9(13)V99 VALUE 0.
       77  WK-REV-RATE     PIC 9(05)V9(06) VALUE 0.
      *> Set when REVREQ holds more records than the in-core table:
      *> a rewrite would silently drop everything past the table, so
      *> the session is refused outright.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
           COPY WKREVQ.
           COPY WKUSER.
           COPY WKCARD.
      *> Present only so the shared sign-on compiles; a reversal
      *> session always runs the prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.
           COPY WKCAL.
           COPY WKDEXC.

       01  WK-REQ-TABLE.
           05  WK-REQ-ENTRY OCCURS 300 TIMES.
               10  WK-REQ-RECORD   PIC X(116).

      *> The one DEPTPOST posting the request resolves to.
       01  WK-ORIG-POSTING.
           05  WK-ORIG-DATE        PIC 9(08).
           05  WK-ORIG-DEPT        PIC X(10).
           05  WK-ORIG-BATCH       PIC X(08).
           05  WK-ORIG-RUN-NO      PIC 9(06).
           05  WK-ORIG-AMOUNT      PIC S9(13)V99.

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'SOMAREV' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).
           MOVE 'RETENCAO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-KEEP-DAYS
           END-IF.

           PERFORM LOAD-REQUEST-TABLE.
           IF TABLE-OVERFLOWED
               DISPLAY '*** REVREQ EXCEDE A CAPACIDADE DA TABELA'
                   ' - SESSAO RECUSADA ***'
               PERFORM LOG-TABLE-OVERFLOW-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-PURGED > 0
               DISPLAY WK-PURGED ' PEDIDO(S) DECIDIDO(S) HA MAIS DE '
                   WK-KEEP-DAYS ' DIAS RETIRADO(S) DO REVREQ'
               PERFORM REWRITE-REQUEST-FILE
               PERFORM WRITE-PURGE-AUDIT
           END-IF.

           PERFORM UNTIL WK-ACTION = 'F'
               DISPLAY ' '
               DISPLAY 'ESTORNO DE LOTES SOMA2 - OPERADOR '
                   WK-OPERATOR-ID
               DISPLAY 'L-LISTAR  S-SOLICITAR  A-APROVAR  R-RECUSAR'
                   '  F-FIM'
               ACCEPT WK-ACTION
                   ON EXCEPTION
                       MOVE 'F' TO WK-ACTION
               END-ACCEPT
               EVALUATE WK-ACTION
                   WHEN 'L'
                       PERFORM LIST-REQUESTS
                   WHEN 'S'
                       PERFORM REQUEST-REVERSAL
                           THRU REQUEST-REVERSAL-EXIT
                   WHEN 'A'
                       PERFORM APPROVE-REVERSAL
                           THRU APPROVE-REVERSAL-EXIT
                   WHEN 'R'
                       PERFORM DECLINE-REVERSAL
                           THRU DECLINE-REVERSAL-EXIT
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA'
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      *> The first pass finds the highest request number, the second
      *> loads the table, dropping decided requests past retention.
       LOAD-REQUEST-TABLE.
           MOVE 0 TO WK-REQ-MAX.
           MOVE 0 TO WK-PURGED.
           MOVE 0 TO WK-LAST-REQ-NO.
           OPEN INPUT REVQ-FILE.
           IF WK-REVQ-STATUS = '00'
               PERFORM UNTIL WK-REVQ-STATUS = '10'
                   READ REVQ-FILE
                       AT END
                           MOVE '10' TO WK-REVQ-STATUS
                       NOT AT END
                           MOVE REVQ-FILE-RECORD TO REVQ-RECORD
                           IF REVQ-NO IS NUMERIC
                               AND REVQ-NO > WK-LAST-REQ-NO
                               MOVE REVQ-NO TO WK-LAST-REQ-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVQ-FILE
               OPEN INPUT REVQ-FILE
               PERFORM UNTIL WK-REVQ-STATUS = '10'
                   OR TABLE-OVERFLOWED
                   READ REVQ-FILE
                       AT END
                           MOVE '10' TO WK-REVQ-STATUS
                       NOT AT END
                           PERFORM KEEP-REQUEST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REVQ-FILE
           ELSE
               CLOSE REVQ-FILE
               DISPLAY 'REVREQ NAO PROVISIONADO - NENHUM PEDIDO'
           END-IF.
           COMPUTE WK-NEXT-REQ-NO = WK-LAST-REQ-NO + 1.

       KEEP-REQUEST-ENTRY.
           MOVE REVQ-FILE-RECORD TO REVQ-RECORD.
           MOVE 0 TO WK-AGE-DAYS.
           IF (REVQ-APPLIED OR REVQ-CANCELLED)
               AND REVQ-NO IS NUMERIC
               AND REVQ-NO NOT = WK-LAST-REQ-NO
               AND REVQ-APPR-DATE IS NUMERIC
               AND REVQ-APPR-DATE > 0
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(REVQ-APPR-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WK-AGE-DAYS > WK-KEEP-DAYS
                   ADD 1 TO WK-PURGED
               WHEN WK-REQ-MAX >= 300
                   SET TABLE-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WK-REQ-MAX
                   MOVE REVQ-FILE-RECORD
                       TO WK-REQ-RECORD (WK-REQ-MAX)
           END-EVALUATE.

       WRITE-PURGE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SOMAREV' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'EXPURGO ' WK-PURGED ' PEDIDOS DECIDIDOS RETENCAO='
               WK-KEEP-DAYS ' DIAS'
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LIST-REQUESTS.
           MOVE 0 TO WK-LISTED.
           DISPLAY 'PEDIDO DEPTO      LOTE     EXEC   DATA     '
               'VALOR              ST SOLIC    APROV'.
           PERFORM VARYING WK-REQ-IX FROM 1 BY 1
               UNTIL WK-REQ-IX > WK-REQ-MAX
               MOVE WK-REQ-RECORD (WK-REQ-IX) TO REVQ-RECORD
               ADD 1 TO WK-LISTED
               MOVE REVQ-AMOUNT TO WK-AMOUNT-EDIT
               DISPLAY REVQ-NO '  ' REVQ-DEPT ' ' REVQ-BATCH ' '
                   REVQ-RUN-NO ' ' REVQ-POST-DATE ' '
                   WK-AMOUNT-EDIT ' ' REVQ-STATUS '  '
                   REVQ-REQ-OPER ' ' REVQ-APPR-OPER
           END-PERFORM.
           DISPLAY WK-LISTED ' PEDIDOS'.

      *> The request must resolve to exactly one DEPTPOST posting
      *> that is not itself a reversal and has not already been
      *> reversed or put up for reversal.
       REQUEST-REVERSAL.
           DISPLAY 'DEPARTAMENTO'
           ACCEPT WK-SEL-DEPT
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-DEPT
           END-ACCEPT.
           DISPLAY 'LOTE (BRANCO SE INFORMAR A EXECUCAO)'
           ACCEPT WK-SEL-BATCH
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-BATCH
           END-ACCEPT.
           DISPLAY 'EXECUCAO BATCHLED (6 DIGITOS, BRANCO SE INFORMOU'
               ' O LOTE)'
           ACCEPT WK-SEL-RUN
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-RUN
           END-ACCEPT.
           IF WK-SEL-DEPT = SPACES
               DISPLAY 'TRANSACAO REJEITADA - DEPARTAMENTO OBRIGATORIO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           IF WK-SEL-BATCH = SPACES AND WK-SEL-RUN = SPACES
               DISPLAY 'TRANSACAO REJEITADA - INFORME LOTE OU EXECUCAO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           IF WK-SEL-RUN NOT = SPACES AND WK-SEL-RUN IS NOT NUMERIC
               DISPLAY 'TRANSACAO REJEITADA - EXECUCAO NAO NUMERICA'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           PERFORM FIND-ORIGINAL-POSTING.
           IF WK-MATCH-COUNT = 0
               DISPLAY 'NENHUM LANCAMENTO ATIVO PARA ESTA SELECAO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           IF WK-MATCH-COUNT > 1
               DISPLAY 'SELECAO AMBIGUA - ' WK-MATCH-COUNT
                   ' LANCAMENTOS; INFORME LOTE E EXECUCAO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           MOVE 0 TO WK-REQ-POS.
           PERFORM VARYING WK-REQ-IX FROM 1 BY 1
               UNTIL WK-REQ-IX > WK-REQ-MAX
               MOVE WK-REQ-RECORD (WK-REQ-IX) TO REVQ-RECORD
               IF REVQ-PENDING
                   AND REVQ-DEPT = WK-ORIG-DEPT
                   AND REVQ-BATCH = WK-ORIG-BATCH
                   AND REVQ-RUN-NO = WK-ORIG-RUN-NO
                   AND REVQ-POST-DATE = WK-ORIG-DATE
                   MOVE WK-REQ-IX TO WK-REQ-POS
                   MOVE WK-REQ-MAX TO WK-REQ-IX
               END-IF
           END-PERFORM.
           IF WK-REQ-POS NOT = 0
               MOVE WK-REQ-RECORD (WK-REQ-POS) TO REVQ-RECORD
               DISPLAY 'JA EXISTE O PEDIDO ' REVQ-NO
                   ' PENDENTE PARA ESTE LANCAMENTO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           IF WK-REQ-MAX >= 300
               DISPLAY 'REVREQ CHEIO - PEDIDO NAO REGISTRADO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           MOVE WK-ORIG-AMOUNT TO WK-AMOUNT-EDIT.
           DISPLAY 'LANCAMENTO ' WK-ORIG-DATE ' DEPTO ' WK-ORIG-DEPT
               ' LOTE ' WK-ORIG-BATCH ' EXEC ' WK-ORIG-RUN-NO
               ' VALOR ' WK-AMOUNT-EDIT.
           DISPLAY 'MOTIVO DO ESTORNO'
           ACCEPT WK-REASON
               ON EXCEPTION
                   MOVE SPACES TO WK-REASON
           END-ACCEPT.
           IF WK-REASON = SPACES
               DISPLAY 'TRANSACAO REJEITADA - MOTIVO OBRIGATORIO'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A SOLICITACAO DE ESTORNO? (S/N)'
           ACCEPT WK-CONFIRM
               ON EXCEPTION
                   MOVE 'N' TO WK-CONFIRM
           END-ACCEPT.
           IF WK-CONFIRM NOT = 'S' AND WK-CONFIRM NOT = 's'
               DISPLAY 'SOLICITACAO CANCELADA'
               GO TO REQUEST-REVERSAL-EXIT
           END-IF.
           INITIALIZE REVQ-RECORD.
           MOVE WK-NEXT-REQ-NO TO REVQ-NO.
           MOVE WK-ORIG-DEPT TO REVQ-DEPT.
           MOVE WK-ORIG-BATCH TO REVQ-BATCH.
           MOVE WK-ORIG-RUN-NO TO REVQ-RUN-NO.
           MOVE WK-ORIG-DATE TO REVQ-POST-DATE.
           MOVE WK-ORIG-AMOUNT TO REVQ-AMOUNT.
           MOVE WK-REASON TO REVQ-REASON.
           SET REVQ-PENDING TO TRUE.
           MOVE WK-OPERATOR-ID TO REVQ-REQ-OPER.
           MOVE CAL-PROC-DATE TO REVQ-REQ-DATE.
           MOVE SPACES TO REVQ-APPR-OPER.
           MOVE 0 TO REVQ-APPR-DATE.
           ADD 1 TO WK-REQ-MAX.
           MOVE REVQ-RECORD TO WK-REQ-RECORD (WK-REQ-MAX).
           ADD 1 TO WK-NEXT-REQ-NO.
           PERFORM REWRITE-REQUEST-FILE.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SOMAREV' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'ESTORNO SOLICITADO PEDIDO=' REVQ-NO
               ' ' REVQ-DEPT ' ' REVQ-BATCH
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           DISPLAY 'PEDIDO ' REVQ-NO ' REGISTRADO - AGUARDA APROVACAO'
               ' DE OUTRO OPERADOR'.

       REQUEST-REVERSAL-EXIT.
           EXIT.

       FIND-ORIGINAL-POSTING.
           MOVE 0 TO WK-MATCH-COUNT.
           INITIALIZE WK-ORIG-POSTING.
           OPEN INPUT DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-DEPT = WK-SEL-DEPT
                               AND DPOST-IS-POSTING
                               AND NOT DPOST-REVERSED
                               AND (WK-SEL-BATCH = SPACES
                                   OR DPOST-BATCH = WK-SEL-BATCH)
                               AND (WK-SEL-RUN = SPACES
                                   OR DPOST-RUN-NO = WK-SEL-RUN)
                               AND DPOST-AMOUNT IS NUMERIC
                               ADD 1 TO WK-MATCH-COUNT
                               MOVE DPOST-DATE TO WK-ORIG-DATE
                               MOVE DPOST-DEPT TO WK-ORIG-DEPT
                               MOVE DPOST-BATCH TO WK-ORIG-BATCH
                               MOVE DPOST-RUN-NO TO WK-ORIG-RUN-NO
                               MOVE DPOST-AMOUNT TO WK-ORIG-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               CLOSE DEPT-POST-FILE
               DISPLAY 'DEPTPOST NAO DISPONIVEL - STATUS '
                   WK-DPOST-STATUS
           END-IF.

      *> Locates a request by number; only a pending one can be
      *> approved or declined.
       SELECT-REQUEST.
           MOVE 0 TO WK-REQ-POS.
           DISPLAY 'NUMERO DO PEDIDO (5 DIGITOS)'
           ACCEPT WK-SEL-REQ
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-REQ
           END-ACCEPT.
           IF WK-SEL-REQ IS NOT NUMERIC
               DISPLAY 'TRANSACAO REJEITADA - PEDIDO NAO NUMERICO'
           ELSE
               PERFORM VARYING WK-REQ-IX FROM 1 BY 1
                   UNTIL WK-REQ-IX > WK-REQ-MAX
                   MOVE WK-REQ-RECORD (WK-REQ-IX) TO REVQ-RECORD
                   IF REVQ-NO = WK-SEL-REQ
                       MOVE WK-REQ-IX TO WK-REQ-POS
                       MOVE WK-REQ-MAX TO WK-REQ-IX
                   END-IF
               END-PERFORM
               IF WK-REQ-POS = 0
                   DISPLAY 'PEDIDO NAO ENCONTRADO'
               ELSE
                   MOVE WK-REQ-RECORD (WK-REQ-POS) TO REVQ-RECORD
                   MOVE REVQ-AMOUNT TO WK-AMOUNT-EDIT
                   DISPLAY 'DEPTO ' REVQ-DEPT ' LOTE ' REVQ-BATCH
                       ' EXEC ' REVQ-RUN-NO ' DATA ' REVQ-POST-DATE
                       ' VALOR ' WK-AMOUNT-EDIT
                   DISPLAY 'MOTIVO ' REVQ-REASON ' SOLICITADO POR '
                       REVQ-REQ-OPER
                   IF NOT REVQ-PENDING
                       DISPLAY 'PEDIDO JA DECIDIDO - STATUS '
                           REVQ-STATUS
                       MOVE 0 TO WK-REQ-POS
                   END-IF
               END-IF
           END-IF.

      *> The approver must be a different operator from the one who
      *> raised the request; the refusal is itself logged.
       APPROVE-REVERSAL.
           PERFORM SELECT-REQUEST.
           IF WK-REQ-POS = 0
               GO TO APPROVE-REVERSAL-EXIT
           END-IF.
           IF REVQ-REQ-OPER = WK-OPERATOR-ID
               DISPLAY 'APROVACAO RECUSADA - O SOLICITANTE NAO PODE'
                   ' APROVAR O PROPRIO PEDIDO'
               PERFORM LOG-SAME-OPERATOR-ERROR
               GO TO APPROVE-REVERSAL-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A APROVACAO E APLICACAO DO ESTORNO? (S/N)'
           ACCEPT WK-CONFIRM
               ON EXCEPTION
                   MOVE 'N' TO WK-CONFIRM
           END-ACCEPT.
           IF WK-CONFIRM NOT = 'S' AND WK-CONFIRM NOT = 's'
               DISPLAY 'APROVACAO CANCELADA'
               GO TO APPROVE-REVERSAL-EXIT
           END-IF.
           PERFORM APPLY-REVERSAL THRU APPLY-REVERSAL-EXIT.
           IF NOT ORIGINAL-FLAGGED
               GO TO APPROVE-REVERSAL-EXIT
           END-IF.
           MOVE WK-REQ-RECORD (WK-REQ-POS) TO REVQ-RECORD.
           SET REVQ-APPLIED TO TRUE.
           MOVE WK-OPERATOR-ID TO REVQ-APPR-OPER.
           MOVE CAL-PROC-DATE TO REVQ-APPR-DATE.
           MOVE REVQ-RECORD TO WK-REQ-RECORD (WK-REQ-POS).
           PERFORM REWRITE-REQUEST-FILE.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SOMAREV' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'ESTORNO APLICADO PEDIDO=' REVQ-NO
               ' SOLIC=' REVQ-REQ-OPER ' APROV=' REVQ-APPR-OPER
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-DETAIL.
           MOVE REVQ-AMOUNT TO WK-AMOUNT-EDIT.
           STRING 'PEDIDO=' REVQ-NO ' ' REVQ-DEPT ' ' REVQ-BATCH
               ' VALOR=' FUNCTION TRIM(WK-AMOUNT-EDIT)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           MOVE WK-NEW-BALANCE TO WK-AMOUNT-EDIT.
           DISPLAY 'ESTORNO APLICADO - NOVO SALDO ' WK-AMOUNT-EDIT.

       APPROVE-REVERSAL-EXIT.
           EXIT.

      *> The offsetting entry is dated today, so it is refused when
      *> today falls in a period DEPTCLOS has closed - listed on
      *> DEPTEXC and the request left pending. The department must
      *> be on DEPTMST before anything is touched. The original
      *> posting is then flagged in place, the offsetting entry
      *> appended with the balance after, and DEPTMST rewritten
      *> with the reversed balance.
       APPLY-REVERSAL.
           MOVE 'N' TO WK-FLAGGED.
           PERFORM LOAD-LOCKED-PERIOD.
           IF WK-LOCKED-PERIOD > 0
               AND CAL-PROC-DATE(1:6) NOT > WK-LOCKED-PERIOD
               DISPLAY 'DATA ' CAL-PROC-DATE ' EM PERIODO FECHADO ('
                   WK-LOCKED-PERIOD ') - ESTORNO NAO APLICADO'
               PERFORM REFUSE-LOCKED-REVERSAL
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           PERFORM READ-DEPT-MASTER.
           IF NOT DEPT-ON-MASTER
               DISPLAY 'DEPARTAMENTO ' REVQ-DEPT ' AUSENTE DO DEPTMST'
                   ' - ESTORNO NAO APLICADO'
               PERFORM LOG-MASTER-ERROR
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           COMPUTE WK-NEW-BALANCE = DEPT-MST-BALANCE - REVQ-AMOUNT
               ON SIZE ERROR
                   DISPLAY 'SALDO EXCEDE A CAPACIDADE - ESTORNO NAO'
                       ' APLICADO'
                   GO TO APPLY-REVERSAL-EXIT
           END-COMPUTE.
           PERFORM FLAG-ORIGINAL-POSTING.
           IF NOT ORIGINAL-FLAGGED
               DISPLAY 'LANCAMENTO ORIGINAL NAO ENCONTRADO OU JA'
                   ' ESTORNADO - ESTORNO NAO APLICADO'
               PERFORM LOG-POSTING-ERROR
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           PERFORM APPEND-REVERSAL-ENTRY.
           IF NOT REVERSAL-APPENDED
               DISPLAY 'FALHA AO GRAVAR O ESTORNO NO DEPTPOST - PEDIDO'
                   ' MANTIDO PENDENTE'
               PERFORM UNFLAG-ORIGINAL-POSTING
               MOVE 'N' TO WK-FLAGGED
               MOVE 8 TO RETURN-CODE
               GO TO APPLY-REVERSAL-EXIT
           END-IF.
           PERFORM REWRITE-DEPT-MASTER.

       APPLY-REVERSAL-EXIT.
           EXIT.

       LOAD-LOCKED-PERIOD.
           MOVE 0 TO WK-LOCKED-PERIOD.
           OPEN INPUT DEPT-PER-FILE.
           IF WK-DPER-STATUS = '00'
               PERFORM UNTIL WK-DPER-STATUS = '10'
                   READ DEPT-PER-FILE
                       AT END
                           MOVE '10' TO WK-DPER-STATUS
                       NOT AT END
                           IF DPER-IS-CLOSE-MARK
                               AND DPER-PERIOD IS NUMERIC
                               AND DPER-PERIOD > WK-LOCKED-PERIOD
                               MOVE DPER-PERIOD TO WK-LOCKED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-PER-FILE
           ELSE
               CLOSE DEPT-PER-FILE
           END-IF.

       REFUSE-LOCKED-REVERSAL.
           MOVE CAL-PROC-DATE TO DEXC-DATE.
           MOVE 'SOMAREV' TO DEXC-PROGRAM.
           MOVE REVQ-DEPT TO DEXC-DEPT.
           MOVE REVQ-BATCH TO DEXC-BATCH.
           COMPUTE DEXC-AMOUNT = 0 - REVQ-AMOUNT.
           MOVE WK-LOCKED-PERIOD TO DEXC-PERIOD.
           MOVE 'ESTORNO EM PERIODO FECHADO - PENDENTE' TO DEXC-REASON.
           OPEN EXTEND DEPT-EXC-FILE.
           IF WK-DEXC-STATUS = '35' OR WK-DEXC-STATUS = '05'
               OPEN OUTPUT DEPT-EXC-FILE
           END-IF.
           IF WK-DEXC-STATUS = '00'
               WRITE DEPT-EXC-RECORD FROM DEPT-EXC-LINE
           END-IF.
           CLOSE DEPT-EXC-FILE.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'PERIODO' TO ERR-TYPE.
           STRING 'ESTORNO DO PEDIDO ' REVQ-NO ' RECUSADO - PERIODO '
               WK-LOCKED-PERIOD ' FECHADO'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       FLAG-ORIGINAL-POSTING.
           OPEN I-O DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-DEPT = REVQ-DEPT
                               AND DPOST-BATCH = REVQ-BATCH
                               AND DPOST-RUN-NO = REVQ-RUN-NO
                               AND DPOST-DATE = REVQ-POST-DATE
                               AND DPOST-IS-POSTING
                               AND NOT DPOST-REVERSED
                               PERFORM SAVE-ORIGINAL-CURRENCY
                               SET DPOST-REVERSED TO TRUE
                               REWRITE DEPT-POST-RECORD
                               IF WK-DPOST-STATUS = '00'
                                   SET ORIGINAL-FLAGGED TO TRUE
                               END-IF
                               MOVE '10' TO WK-DPOST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               CLOSE DEPT-POST-FILE
           END-IF.

      *> A posting journaled before currencies were carried was in
      *> the reporting currency at rate 1.
       SAVE-ORIGINAL-CURRENCY.
           IF DPOST-CURRENCY = SPACES
               OR DPOST-ORIG-AMOUNT IS NOT NUMERIC
               OR DPOST-RATE IS NOT NUMERIC
               MOVE 'BRL' TO WK-REV-CURRENCY
               MOVE DPOST-AMOUNT TO WK-REV-ORIG-AMOUNT
               MOVE 1 TO WK-REV-RATE
           ELSE
               MOVE DPOST-CURRENCY TO WK-REV-CURRENCY
               MOVE DPOST-ORIG-AMOUNT TO WK-REV-ORIG-AMOUNT
               MOVE DPOST-RATE TO WK-REV-RATE
           END-IF.

      *> The offsetting entry carries the original batch id and run
      *> number so the statement pairs it with what it reverses; it
      *> is dated the day the reversal is applied. It reverses the
      *> original in both currencies, at the original rate.
       APPEND-REVERSAL-ENTRY.
           MOVE 'N' TO WK-APPENDED.
           OPEN EXTEND DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               MOVE CAL-PROC-DATE TO DPOST-DATE
               MOVE REVQ-DEPT TO DPOST-DEPT
               MOVE REVQ-BATCH TO DPOST-BATCH
               MOVE REVQ-RUN-NO TO DPOST-RUN-NO
               COMPUTE DPOST-AMOUNT = 0 - REVQ-AMOUNT
               MOVE WK-NEW-BALANCE TO DPOST-BALANCE
               SET DPOST-IS-REVERSAL TO TRUE
               MOVE SPACE TO DPOST-REV-FLAG
               MOVE WK-REV-CURRENCY TO DPOST-CURRENCY
               COMPUTE DPOST-ORIG-AMOUNT = 0 - WK-REV-ORIG-AMOUNT
               MOVE WK-REV-RATE TO DPOST-RATE
               MOVE 0 TO DPOST-DETAILS
               WRITE DEPT-POST-RECORD
               IF WK-DPOST-STATUS = '00'
                   SET REVERSAL-APPENDED TO TRUE
               ELSE
                   PERFORM LOG-POSTING-ERROR
               END-IF
           ELSE
               PERFORM LOG-POSTING-ERROR
           END-IF.
           CLOSE DEPT-POST-FILE.

      *> The offsetting entry could not be written, so the flag set
      *> on the original is taken back off and the request stays
      *> pending for another attempt.
       UNFLAG-ORIGINAL-POSTING.
           OPEN I-O DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-DEPT = REVQ-DEPT
                               AND DPOST-BATCH = REVQ-BATCH
                               AND DPOST-RUN-NO = REVQ-RUN-NO
                               AND DPOST-DATE = REVQ-POST-DATE
                               AND DPOST-IS-POSTING
                               AND DPOST-REVERSED
                               MOVE SPACE TO DPOST-REV-FLAG
                               REWRITE DEPT-POST-RECORD
                               IF WK-DPOST-STATUS NOT = '00'
                                   PERFORM LOG-POSTING-ERROR
                               END-IF
                               MOVE '10' TO WK-DPOST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               PERFORM LOG-POSTING-ERROR
               CLOSE DEPT-POST-FILE
           END-IF.

       READ-DEPT-MASTER.
           MOVE 'N' TO WK-DEPT-FOUND.
           OPEN INPUT DEPT-MST-FILE.
           IF WK-DMST-STATUS = '00'
               MOVE REVQ-DEPT TO DEPT-MST-DEPT
               READ DEPT-MST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEPT-MST-BALANCE IS NUMERIC
                           SET DEPT-ON-MASTER TO TRUE
                       END-IF
               END-READ
           END-IF.
           CLOSE DEPT-MST-FILE.

      *> Only the reversed department's record is read back and
      *> rewritten.
       REWRITE-DEPT-MASTER.
           OPEN I-O DEPT-MST-FILE.
           IF WK-DMST-STATUS NOT = '00'
               PERFORM LOG-MASTER-ERROR
               CLOSE DEPT-MST-FILE
           ELSE
               MOVE REVQ-DEPT TO DEPT-MST-DEPT
               READ DEPT-MST-FILE
                   INVALID KEY
                       PERFORM LOG-MASTER-ERROR
                   NOT INVALID KEY
                       MOVE WK-NEW-BALANCE TO DEPT-MST-BALANCE
                       MOVE CAL-PROC-DATE TO DEPT-MST-LAST-DATE
                       REWRITE DEPT-MST-RECORD
                       IF WK-DMST-STATUS NOT = '00'
                           PERFORM LOG-MASTER-ERROR
                       END-IF
               END-READ
               CLOSE DEPT-MST-FILE
           END-IF.

      *> Either operator may decline a pending request - the
      *> requester withdrawing it or a reviewer turning it down.
       DECLINE-REVERSAL.
           PERFORM SELECT-REQUEST.
           IF WK-REQ-POS = 0
               GO TO DECLINE-REVERSAL-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A RECUSA DO PEDIDO? (S/N)'
           ACCEPT WK-CONFIRM
               ON EXCEPTION
                   MOVE 'N' TO WK-CONFIRM
           END-ACCEPT.
           IF WK-CONFIRM NOT = 'S' AND WK-CONFIRM NOT = 's'
               DISPLAY 'RECUSA CANCELADA'
               GO TO DECLINE-REVERSAL-EXIT
           END-IF.
           SET REVQ-CANCELLED TO TRUE.
           MOVE WK-OPERATOR-ID TO REVQ-APPR-OPER.
           MOVE CAL-PROC-DATE TO REVQ-APPR-DATE.
           MOVE REVQ-RECORD TO WK-REQ-RECORD (WK-REQ-POS).
           PERFORM REWRITE-REQUEST-FILE.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SOMAREV' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'ESTORNO RECUSADO PEDIDO=' REVQ-NO
               ' SOLIC=' REVQ-REQ-OPER ' POR=' WK-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           DISPLAY 'PEDIDO ' REVQ-NO ' RECUSADO'.

       DECLINE-REVERSAL-EXIT.
           EXIT.

       REWRITE-REQUEST-FILE.
           OPEN OUTPUT REVQ-FILE.
           IF WK-REVQ-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR REVREQ - STATUS '
                   WK-REVQ-STATUS
               PERFORM LOG-FILE-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-REQ-IX FROM 1 BY 1
                   UNTIL WK-REQ-IX > WK-REQ-MAX
                   MOVE WK-REQ-RECORD (WK-REQ-IX) TO REVQ-FILE-RECORD
                   WRITE REVQ-FILE-RECORD
               END-PERFORM
               CLOSE REVQ-FILE
           END-IF.

       LOG-SAME-OPERATOR-ERROR.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'SEGREGACAO' TO ERR-TYPE.
           STRING 'OPERADOR ' WK-OPERATOR-ID ' TENTOU APROVAR O'
               ' PROPRIO PEDIDO ' REVQ-NO
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-POSTING-ERROR.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'DEPTPOST STATUS ' WK-DPOST-STATUS
               ' - ESTORNO DO PEDIDO ' REVQ-NO ' LOTE ' REVQ-BATCH
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-MASTER-ERROR.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'DEPTMST STATUS ' WK-DMST-STATUS
               ' - ESTORNO DO PEDIDO ' REVQ-NO ' DEPTO ' REVQ-DEPT
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-FILE-ERROR.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO REGRAVAR REVREQ - STATUS '
               WK-REVQ-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-TABLE-OVERFLOW-ERROR.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'REVREQ: MAIS DE 300 PEDIDOS A MANTER - SESSAO'
               ' RECUSADA'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'SOMAREV' TO ERR-PROGRAM.
           MOVE 'SIGNON' TO ERR-TYPE.
           STRING 'OPERADOR ' WK-OPERATOR-ID ' NAO AUTORIZADO APOS '
               WK-OPER-RETRY ' TENTATIVAS'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKUSERP.

           COPY WKCARDP.

           COPY WKSIGNP.

           COPY WKCALP.

       END PROGRAM SOMAREV.
