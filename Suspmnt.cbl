      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance of the SUSPENSE file of SOMA2 rejected
      *          details, so a reject is worked from the file instead
      *          of being re-keyed by hand into a department feed.
      *          Each item is corrected (operation, amounts or
      *          department, put through the same edits SOMA2
      *          applies), released for the next night's correction
      *          batch - SOMACOLL collects it - or written off with
      *          a reason. Items are addressed by the SOMA2 run
      *          number and the record's position in that night's
      *          deck. The file is rewritten on exit and every change
      *          is written to AUDITLOG with the before and after
      *          values. Items sent in a correction batch or written
      *          off are dropped from the file RETENCAO days (run
      *          card, default 180) after that last action.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SUSP-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  SUSP-FILE
            LABEL RECORDS ARE STANDARD.
        01  SUSP-FILE-RECORD        PIC X(95).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-SUSP-STATUS  PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-ACTION       PIC X(01) VALUE SPACE.
       77  WK-CONFIRM      PIC X(01) VALUE SPACE.
       77  WK-SEL-DEPT     PIC X(10) VALUE SPACES.
       77  WK-SEL-RUN      PIC X(06) VALUE SPACES.
       77  WK-SEL-REC      PIC X(05) VALUE SPACES.
       77  WK-NEW-OP       PIC X(01) VALUE SPACE.
       77  WK-NEW-X        PIC X(10) VALUE SPACES.
       77  WK-NEW-Y        PIC X(10) VALUE SPACES.
       77  WK-NEW-DEPT     PIC X(10) VALUE SPACES.
       77  WK-WOFF-REASON  PIC X(20) VALUE SPACES.
       77  WK-ITEM-IX      PIC 9(03) COMP VALUE 0.
       77  WK-ITEM-MAX     PIC 9(03) COMP VALUE 0.
       77  WK-ITEM-POS     PIC 9(03) COMP VALUE 0.
       77  WK-LISTED       PIC 9(03) VALUE 0.
       77  WK-TODAY-YMD    PIC 9(08) VALUE 0.
       77  WK-KEEP-DAYS    PIC 9(04) VALUE 180.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-PURGED       PIC 9(05) VALUE 0.
       77  WK-EDIT-Y       PIC S9(07)V99 VALUE 0.
       77  WK-ITEM-EDIT    PIC X(01) VALUE 'N'.
           88  ITEM-PASSES-EDIT VALUE 'Y'.
       77  WK-EDIT-REASON  PIC X(20) VALUE SPACES.
       77  WK-CHANGED      PIC X(01) VALUE 'N'.
           88  SUSPENSE-CHANGED VALUE 'Y'.
      *> Set when SUSPENSE holds more records than the in-core
      *> table: a rewrite would silently drop everything past the
      *> table, so the maintenance session is refused outright.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
           COPY WKSUSP.
           COPY WKUSER.
           COPY WKCARD.
      *> Present only so the shared sign-on compiles; a maintenance
      *> session always runs the prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.
           COPY WKAMT.

       01  WK-ITEM-TABLE.
           05  WK-ITEM-ENTRY OCCURS 500 TIMES.
               10  WK-ITEM-RECORD  PIC X(95).

       01  WK-BEFORE-DETAIL.
           05  WK-BEFORE-DEPT      PIC X(10).
           05  WK-BEFORE-OP        PIC X(01).
           05  WK-BEFORE-X         PIC X(10).
           05  WK-BEFORE-Y         PIC X(10).

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'SUSPMNT' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY-YMD.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD).
           MOVE 'RETENCAO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-KEEP-DAYS
           END-IF.

           PERFORM LOAD-SUSPENSE-TABLE.
           IF TABLE-OVERFLOWED
               DISPLAY '*** SUSPENSE EXCEDE A CAPACIDADE DA TABELA'
                   ' - MANUTENCAO RECUSADA ***'
               PERFORM LOG-TABLE-OVERFLOW-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-PURGED > 0
               DISPLAY WK-PURGED ' ITEM(NS) ENCERRADO(S) HA MAIS DE '
                   WK-KEEP-DAYS ' DIAS SERAO RETIRADOS DO SUSPENSE'
               SET SUSPENSE-CHANGED TO TRUE
               PERFORM WRITE-PURGE-AUDIT
           END-IF.

           PERFORM UNTIL WK-ACTION = 'F'
               DISPLAY ' '
               DISPLAY 'MANUTENCAO DO ARQUIVO DE SUSPENSO - '
                   WK-ITEM-MAX ' ITENS'
               DISPLAY 'L-LISTAR  C-CORRIGIR  R-LIBERAR  B-BAIXAR'
                   '  F-FIM'
               ACCEPT WK-ACTION
                   ON EXCEPTION
                       MOVE 'F' TO WK-ACTION
               END-ACCEPT
               EVALUATE WK-ACTION
                   WHEN 'L'
                       PERFORM LIST-SUSPENSE
                   WHEN 'C'
                       PERFORM CORRECT-ITEM THRU CORRECT-ITEM-EXIT
                   WHEN 'R'
                       PERFORM RELEASE-ITEM THRU RELEASE-ITEM-EXIT
                   WHEN 'B'
                       PERFORM WRITE-OFF-ITEM THRU WRITE-OFF-ITEM-EXIT
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA'
               END-EVALUATE
           END-PERFORM.

           IF SUSPENSE-CHANGED
               PERFORM REWRITE-SUSPENSE-FILE
           END-IF.

           GOBACK.

       LOAD-SUSPENSE-TABLE.
           MOVE 0 TO WK-ITEM-MAX.
           MOVE 0 TO WK-PURGED.
           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-STATUS = '00'
               PERFORM UNTIL WK-SUSP-STATUS = '10'
                   OR TABLE-OVERFLOWED
                   READ SUSP-FILE
                       AT END
                           MOVE '10' TO WK-SUSP-STATUS
                       NOT AT END
                           PERFORM KEEP-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           ELSE
               CLOSE SUSP-FILE
               DISPLAY 'SUSPENSE NAO PROVISIONADO - NENHUM ITEM'
           END-IF.

      *> An item sent or written off more than WK-KEEP-DAYS ago is
      *> finished with and is not carried into the table, so the
      *> next rewrite leaves it off the file.
       KEEP-SUSPENSE-ITEM.
           MOVE SUSP-FILE-RECORD TO SUSP-RECORD.
           MOVE 0 TO WK-AGE-DAYS.
           IF (SUSP-SENT OR SUSP-WRITTEN-OFF)
               AND SUSP-ACTION-DATE IS NUMERIC
               AND SUSP-ACTION-DATE > 0
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(SUSP-ACTION-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WK-AGE-DAYS > WK-KEEP-DAYS
                   ADD 1 TO WK-PURGED
               WHEN WK-ITEM-MAX >= 500
                   SET TABLE-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WK-ITEM-MAX
                   MOVE SUSP-FILE-RECORD
                       TO WK-ITEM-RECORD (WK-ITEM-MAX)
           END-EVALUATE.

       WRITE-PURGE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SUSPMNT' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'EXPURGO ' WK-PURGED ' ITENS ENCERRADOS RETENCAO='
               WK-KEEP-DAYS ' DIAS'
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

      *> Lists the items still waiting (pending, corrected or
      *> released but not yet collected), optionally for a single
      *> department.
       LIST-SUSPENSE.
           DISPLAY 'DEPARTAMENTO (BRANCO=TODOS)'
           ACCEPT WK-SEL-DEPT
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-DEPT
           END-ACCEPT.
           MOVE 0 TO WK-LISTED.
           DISPLAY 'EXEC   REG   DATA     DEPTO      LOTE     OP'
               ' X          Y          ST MOTIVO'.
           PERFORM VARYING WK-ITEM-IX FROM 1 BY 1
               UNTIL WK-ITEM-IX > WK-ITEM-MAX
               MOVE WK-ITEM-RECORD (WK-ITEM-IX) TO SUSP-RECORD
               IF SUSP-OPEN
                   AND (WK-SEL-DEPT = SPACES
                       OR SUSP-DEPT = WK-SEL-DEPT)
                   ADD 1 TO WK-LISTED
                   DISPLAY SUSP-RUN-NO ' ' SUSP-REC-NO ' '
                       SUSP-DATE ' ' SUSP-DEPT ' ' SUSP-BATCH-ID ' '
                       SUSP-OP '  ' SUSP-X ' ' SUSP-Y ' '
                       SUSP-STATUS '  ' SUSP-REASON
               END-IF
           END-PERFORM.
           DISPLAY WK-LISTED ' ITENS EM ABERTO'.

      *> Locates an item by run number and deck position; only an
      *> item still open may be worked.
       SELECT-ITEM.
           MOVE 0 TO WK-ITEM-POS.
           DISPLAY 'NUMERO DA EXECUCAO SOMA2 (6 DIGITOS)'
           ACCEPT WK-SEL-RUN
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-RUN
           END-ACCEPT.
           DISPLAY 'POSICAO DO REGISTRO NO DECK (5 DIGITOS)'
           ACCEPT WK-SEL-REC
               ON EXCEPTION
                   MOVE SPACES TO WK-SEL-REC
           END-ACCEPT.
           IF WK-SEL-RUN IS NOT NUMERIC OR WK-SEL-REC IS NOT NUMERIC
               DISPLAY 'TRANSACAO REJEITADA - EXECUCAO E POSICAO'
                   ' DEVEM SER NUMERICAS'
           ELSE
               PERFORM VARYING WK-ITEM-IX FROM 1 BY 1
                   UNTIL WK-ITEM-IX > WK-ITEM-MAX
                   MOVE WK-ITEM-RECORD (WK-ITEM-IX) TO SUSP-RECORD
                   IF SUSP-RUN-NO = WK-SEL-RUN
                       AND SUSP-REC-NO = WK-SEL-REC
                       MOVE WK-ITEM-IX TO WK-ITEM-POS
                       MOVE WK-ITEM-MAX TO WK-ITEM-IX
                   END-IF
               END-PERFORM
               IF WK-ITEM-POS = 0
                   DISPLAY 'ITEM NAO ENCONTRADO NO SUSPENSO'
               ELSE
                   MOVE WK-ITEM-RECORD (WK-ITEM-POS) TO SUSP-RECORD
                   DISPLAY 'DEPTO ' SUSP-DEPT ' LOTE ' SUSP-BATCH-ID
                       ' OP ' SUSP-OP ' X ' SUSP-X ' Y ' SUSP-Y
                   DISPLAY 'STATUS ' SUSP-STATUS ' MOTIVO '
                       SUSP-REASON
                   IF NOT SUSP-OPEN
                       DISPLAY 'ITEM JA ENVIADO OU BAIXADO - SEM'
                           ' MANUTENCAO'
                       MOVE 0 TO WK-ITEM-POS
                   END-IF
               END-IF
           END-IF.

      *> The corrected values go through the same edits SOMA2
      *> applies at night, so a correction that would only be
      *> rejected again is refused here.
       CORRECT-ITEM.
           PERFORM SELECT-ITEM.
           IF WK-ITEM-POS = 0
               GO TO CORRECT-ITEM-EXIT
           END-IF.
           MOVE SUSP-DEPT TO WK-BEFORE-DEPT.
           MOVE SUSP-OP TO WK-BEFORE-OP.
           MOVE SUSP-X TO WK-BEFORE-X.
           MOVE SUSP-Y TO WK-BEFORE-Y.
           DISPLAY 'NOVA OPERACAO A/S/M/D (BRANCO=MANTEM)'
           ACCEPT WK-NEW-OP
               ON EXCEPTION
                   MOVE SPACE TO WK-NEW-OP
           END-ACCEPT.
           DISPLAY 'NOVO X (BRANCO=MANTEM)'
           ACCEPT WK-NEW-X
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-X
           END-ACCEPT.
           DISPLAY 'NOVO Y (BRANCO=MANTEM)'
           ACCEPT WK-NEW-Y
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-Y
           END-ACCEPT.
           DISPLAY 'NOVO DEPARTAMENTO (BRANCO=MANTEM)'
           ACCEPT WK-NEW-DEPT
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-DEPT
           END-ACCEPT.
           IF WK-NEW-OP NOT = SPACE
               MOVE WK-NEW-OP TO SUSP-OP
           END-IF.
           IF WK-NEW-X NOT = SPACES
               MOVE WK-NEW-X TO SUSP-X
           END-IF.
           IF WK-NEW-Y NOT = SPACES
               MOVE WK-NEW-Y TO SUSP-Y
           END-IF.
           IF WK-NEW-DEPT NOT = SPACES
               MOVE WK-NEW-DEPT TO SUSP-DEPT
           END-IF.
           PERFORM EDIT-SUSPENSE-ITEM.
           IF NOT ITEM-PASSES-EDIT
               DISPLAY 'CORRECAO REJEITADA - ' WK-EDIT-REASON
               GO TO CORRECT-ITEM-EXIT
           END-IF.
           SET SUSP-CORRECTED TO TRUE.
           MOVE WK-TODAY-YMD TO SUSP-ACTION-DATE.
           MOVE WK-OPERATOR-ID TO SUSP-OPERATOR.
           MOVE SUSP-RECORD TO WK-ITEM-RECORD (WK-ITEM-POS).
           SET SUSPENSE-CHANGED TO TRUE.
           PERFORM WRITE-CORRECTION-AUDIT.
           DISPLAY 'ITEM CORRIGIDO - LIBERE PARA REENVIO'.

       CORRECT-ITEM-EXIT.
           EXIT.

      *> Only an item that now passes the edits and names a
      *> department can be released - SOMA2 posts nothing for a
      *> batch without one.
       RELEASE-ITEM.
           PERFORM SELECT-ITEM.
           IF WK-ITEM-POS = 0
               GO TO RELEASE-ITEM-EXIT
           END-IF.
           IF SUSP-RELEASED
               DISPLAY 'ITEM JA LIBERADO'
               GO TO RELEASE-ITEM-EXIT
           END-IF.
           PERFORM EDIT-SUSPENSE-ITEM.
           IF NOT ITEM-PASSES-EDIT
               DISPLAY 'LIBERACAO REJEITADA - ' WK-EDIT-REASON
               GO TO RELEASE-ITEM-EXIT
           END-IF.
           SET SUSP-RELEASED TO TRUE.
           MOVE WK-TODAY-YMD TO SUSP-ACTION-DATE.
           MOVE WK-OPERATOR-ID TO SUSP-OPERATOR.
           MOVE SUSP-RECORD TO WK-ITEM-RECORD (WK-ITEM-POS).
           SET SUSPENSE-CHANGED TO TRUE.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SUSPMNT' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'SUSP=' SUSP-RUN-NO '/' SUSP-REC-NO
               ' LIBERADO DEPTO=' SUSP-DEPT
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           DISPLAY 'ITEM LIBERADO - ENTRA NO PROXIMO LOTE DE CORRECAO'.

       RELEASE-ITEM-EXIT.
           EXIT.

       WRITE-OFF-ITEM.
           PERFORM SELECT-ITEM.
           IF WK-ITEM-POS = 0
               GO TO WRITE-OFF-ITEM-EXIT
           END-IF.
           DISPLAY 'MOTIVO DA BAIXA'
           ACCEPT WK-WOFF-REASON
               ON EXCEPTION
                   MOVE SPACES TO WK-WOFF-REASON
           END-ACCEPT.
           IF WK-WOFF-REASON = SPACES
               DISPLAY 'TRANSACAO REJEITADA - MOTIVO OBRIGATORIO'
               GO TO WRITE-OFF-ITEM-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A BAIXA DO ITEM? (S/N)'
           ACCEPT WK-CONFIRM
               ON EXCEPTION
                   MOVE 'N' TO WK-CONFIRM
           END-ACCEPT.
           IF WK-CONFIRM NOT = 'S' AND WK-CONFIRM NOT = 's'
               DISPLAY 'BAIXA CANCELADA'
               GO TO WRITE-OFF-ITEM-EXIT
           END-IF.
           SET SUSP-WRITTEN-OFF TO TRUE.
           MOVE WK-TODAY-YMD TO SUSP-ACTION-DATE.
           MOVE WK-OPERATOR-ID TO SUSP-OPERATOR.
           MOVE SUSP-RECORD TO WK-ITEM-RECORD (WK-ITEM-POS).
           SET SUSPENSE-CHANGED TO TRUE.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SUSPMNT' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'SUSP=' SUSP-RUN-NO '/' SUSP-REC-NO
               ' BAIXADO MOTIVO=' WK-WOFF-REASON
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           DISPLAY 'ITEM BAIXADO'.

       WRITE-OFF-ITEM-EXIT.
           EXIT.

      *> Mirrors SOMA2's EDIT-DETAIL-RECORD: space means 'A', the
      *> operation must be A/S/M/D, both amounts must pass
      *> VALIDATE-AMOUNT, a divide needs a non-zero Y, and the item
      *> must name the department it is to be posted to.
       EDIT-SUSPENSE-ITEM.
           MOVE 'Y' TO WK-ITEM-EDIT.
           MOVE SPACES TO WK-EDIT-REASON.
           IF SUSP-OP = SPACE
               MOVE 'A' TO SUSP-OP
           END-IF.
           MOVE 7 TO WK-AMT-MAX-DIG.
           MOVE SUSP-X TO WK-AMT-TEXT.
           PERFORM VALIDATE-AMOUNT.
           IF AMT-IS-VALID
               MOVE SUSP-Y TO WK-AMT-TEXT
               PERFORM VALIDATE-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN NOT AMT-IS-VALID
                   MOVE 'N' TO WK-ITEM-EDIT
                   MOVE 'VALOR INVALIDO' TO WK-EDIT-REASON
               WHEN SUSP-OP NOT = 'A' AND SUSP-OP NOT = 'S'
                   AND SUSP-OP NOT = 'M' AND SUSP-OP NOT = 'D'
                   MOVE 'N' TO WK-ITEM-EDIT
                   MOVE 'OPERACAO INVALIDA' TO WK-EDIT-REASON
               WHEN OTHER
                   MOVE WK-AMT-VALUE TO WK-EDIT-Y
                   IF SUSP-OP = 'D' AND WK-EDIT-Y = 0
                       MOVE 'N' TO WK-ITEM-EDIT
                       MOVE 'DIVISAO POR ZERO' TO WK-EDIT-REASON
                   END-IF
           END-EVALUATE.
           IF ITEM-PASSES-EDIT AND SUSP-DEPT = SPACES
               MOVE 'N' TO WK-ITEM-EDIT
               MOVE 'SEM DEPARTAMENTO' TO WK-EDIT-REASON
           END-IF.

       WRITE-CORRECTION-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SUSPMNT' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'SUSP=' SUSP-RUN-NO '/' SUSP-REC-NO
               ' DE ' WK-BEFORE-DEPT ' ' WK-BEFORE-OP
               ' ' WK-BEFORE-X ' ' WK-BEFORE-Y
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'SUSP=' SUSP-RUN-NO '/' SUSP-REC-NO
               ' PARA ' SUSP-DEPT ' ' SUSP-OP
               ' ' SUSP-X ' ' SUSP-Y
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       REWRITE-SUSPENSE-FILE.
           OPEN OUTPUT SUSP-FILE.
           IF WK-SUSP-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR SUSPENSE - STATUS '
                   WK-SUSP-STATUS
               PERFORM LOG-FILE-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-ITEM-IX FROM 1 BY 1
                   UNTIL WK-ITEM-IX > WK-ITEM-MAX
                   MOVE WK-ITEM-RECORD (WK-ITEM-IX) TO SUSP-FILE-RECORD
                   WRITE SUSP-FILE-RECORD
               END-PERFORM
               CLOSE SUSP-FILE
               DISPLAY 'SUSPENSE REGRAVADO - ' WK-ITEM-MAX ' ITENS'
           END-IF.

       LOG-FILE-ERROR.
           MOVE 'SUSPMNT' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO REGRAVAR SUSPENSE - STATUS '
               WK-SUSP-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-TABLE-OVERFLOW-ERROR.
           MOVE 'SUSPMNT' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'SUSPENSE: MAIS DE 500 ITENS A MANTER - REGRAVACAO'
               ' RECUSADA'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'SUSPMNT' TO ERR-PROGRAM.
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

           COPY WKAMTP.

       END PROGRAM SUSPMNT.
