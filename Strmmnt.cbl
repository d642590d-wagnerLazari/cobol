      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for STREAMDEF, CONTADOR's named-series
      *          definitions, which operations used to edit by
      *          column position - a typo surfacing only when
      *          LOAD-STREAM-DEFS or SEQVERIF failed in the night.
      *          Adds, changes, retires and lists series. A start or
      *          limit must be numeric with the start not above the
      *          limit, and the limit may not fall below the last
      *          value the series already issued (STRMPOS); ids are
      *          unique, retired ones included, and a prefix may not
      *          be in use by another active series. A retired
      *          series stays on file, marked 'R'. The file is
      *          rewritten on exit and every change is written to
      *          AUDITLOG with its before and after values, like
      *          PARMMNT does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMMNT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT STRM-DEF-FILE ASSIGN TO "STREAMDEF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-STRMDEF-STATUS.

             SELECT POS-FILE ASSIGN TO "STRMPOS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-POS-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  STRM-DEF-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSTRM.

        FD  POS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSPOS.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-STRMDEF-STATUS PIC X(02).
       77  WK-POS-STATUS   PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-ACTION       PIC X(01) VALUE SPACE.
       77  WK-NEW-ID       PIC X(08) VALUE SPACES.
       77  WK-NEW-START-EDIT PIC X(05) VALUE SPACES.
       77  WK-NEW-LIMIT-EDIT PIC X(05) VALUE SPACES.
       77  WK-NEW-PREFIX   PIC X(03) VALUE SPACES.
       77  WK-NEW-START    PIC 9(05) VALUE 0.
       77  WK-NEW-LIMIT    PIC 9(05) VALUE 0.
       77  WK-OLD-START    PIC 9(05) VALUE 0.
       77  WK-OLD-LIMIT    PIC 9(05) VALUE 0.
       77  WK-OLD-PREFIX   PIC X(03) VALUE SPACES.
       77  WK-STRM-IX      PIC 9(02) COMP VALUE 0.
       77  WK-STRM-MAX     PIC 9(02) COMP VALUE 0.
       77  WK-STRM-POS     PIC 9(02) COMP VALUE 0.
       77  WK-ACTIVE-COUNT PIC 9(02) VALUE 0.
       77  WK-POS-IX       PIC 9(02) COMP VALUE 0.
       77  WK-POS-MAX      PIC 9(02) COMP VALUE 0.
       77  WK-ISSUED-LAST  PIC 9(05) VALUE 0.
       77  WK-ISSUED-FOUND PIC X(01) VALUE 'N'.
           88  SERIES-HAS-ISSUED VALUE 'Y'.
       77  WK-DEF-VALID    PIC X(01) VALUE 'N'.
           88  DEF-IS-VALID    VALUE 'Y'.
       77  WK-STATUS-TEXT  PIC X(08) VALUE SPACES.
       77  WK-CHANGED      PIC X(01) VALUE 'N'.
           88  STREAMS-CHANGED VALUE 'Y'.
       77  WK-FIELDS-CHANGED PIC 9(01) VALUE 0.
      *> Set when STREAMDEF or STRMPOS holds more entries than the
      *> tables: a rewrite would silently drop series, and a missing
      *> position would let a limit go below what was issued, so
      *> the session is refused outright, same as CALMNT.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
           COPY WKUSER.
           COPY WKCARD.
      *> Present only so the shared sign-on compiles; a maintenance
      *> session always runs the prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.

      *> Every STREAMDEF record, retired ones included, in file
      *> order. CONTADOR takes at most 20 active series.
       01  WK-STRM-TABLE.
           05  WK-STRM-ENTRY OCCURS 40 TIMES.
               10  WK-STRM-ID      PIC X(08).
               10  WK-STRM-START   PIC X(05).
               10  WK-STRM-LIMIT   PIC X(05).
               10  WK-STRM-PREFIX  PIC X(03).
               10  WK-STRM-STATUS  PIC X(01).

       01  WK-POS-TABLE.
           05  WK-POS-ENTRY OCCURS 40 TIMES.
               10  WK-POS-ID       PIC X(08).
               10  WK-POS-LAST     PIC 9(05).

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'STRMMNT' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-STREAM-TABLE.
           PERFORM LOAD-POSITION-TABLE.
           IF TABLE-OVERFLOWED
               DISPLAY '*** STREAMDEF/STRMPOS EXCEDE A CAPACIDADE DA'
                   ' TABELA - MANUTENCAO RECUSADA ***'
               PERFORM LOG-TABLE-OVERFLOW-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WK-ACTION = 'F'
               PERFORM COUNT-ACTIVE-STREAMS
               DISPLAY ' '
               DISPLAY 'MANUTENCAO DE SERIES (STREAMDEF) - '
                   WK-ACTIVE-COUNT ' ATIVAS'
               DISPLAY 'I-INCLUIR  A-ALTERAR  R-RETIRAR  L-LISTAR'
                   '  F-FIM'
               ACCEPT WK-ACTION
                   ON EXCEPTION
                       MOVE 'F' TO WK-ACTION
               END-ACCEPT
               EVALUATE WK-ACTION
                   WHEN 'I'
                       PERFORM ADD-STREAM
                   WHEN 'A'
                       PERFORM CHANGE-STREAM
                   WHEN 'R'
                       PERFORM RETIRE-STREAM
                   WHEN 'L'
                       PERFORM LIST-STREAMS
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA'
               END-EVALUATE
           END-PERFORM.

           IF STREAMS-CHANGED
               PERFORM REWRITE-STREAM-FILE
           END-IF.

           GOBACK.

       LOAD-STREAM-TABLE.
           MOVE 0 TO WK-STRM-MAX.
           OPEN INPUT STRM-DEF-FILE.
           IF WK-STRMDEF-STATUS = '00'
               PERFORM UNTIL WK-STRMDEF-STATUS = '10'
                   READ STRM-DEF-FILE
                       AT END
                           MOVE '10' TO WK-STRMDEF-STATUS
                       NOT AT END
                           PERFORM LOAD-STREAM-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STRM-DEF-FILE
           ELSE
               CLOSE STRM-DEF-FILE
               DISPLAY 'STREAMDEF NAO PROVISIONADO - NENHUMA SERIE'
           END-IF.

       LOAD-STREAM-ENTRY.
           IF WK-STRM-MAX < 40
               ADD 1 TO WK-STRM-MAX
               MOVE STRM-DEF-ID TO WK-STRM-ID (WK-STRM-MAX)
               MOVE STRM-DEF-START TO WK-STRM-START (WK-STRM-MAX)
               MOVE STRM-DEF-LIMIT TO WK-STRM-LIMIT (WK-STRM-MAX)
               MOVE STRM-DEF-PREFIX TO WK-STRM-PREFIX (WK-STRM-MAX)
               MOVE STRM-DEF-STATUS TO WK-STRM-STATUS (WK-STRM-MAX)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
           END-IF.

       LOAD-POSITION-TABLE.
           MOVE 0 TO WK-POS-MAX.
           OPEN INPUT POS-FILE.
           IF WK-POS-STATUS = '00'
               PERFORM UNTIL WK-POS-STATUS = '10'
                   READ POS-FILE
                       AT END
                           MOVE '10' TO WK-POS-STATUS
                       NOT AT END
                           IF STRM-POS-LAST IS NUMERIC
                               AND STRM-POS-ID NOT = SPACES
                               IF WK-POS-MAX < 40
                                   ADD 1 TO WK-POS-MAX
                                   MOVE STRM-POS-ID
                                       TO WK-POS-ID (WK-POS-MAX)
                                   MOVE STRM-POS-LAST
                                       TO WK-POS-LAST (WK-POS-MAX)
                               ELSE
                                   SET TABLE-OVERFLOWED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POS-FILE
           ELSE
               CLOSE POS-FILE
           END-IF.

       COUNT-ACTIVE-STREAMS.
           MOVE 0 TO WK-ACTIVE-COUNT.
           PERFORM VARYING WK-STRM-IX FROM 1 BY 1
               UNTIL WK-STRM-IX > WK-STRM-MAX
               IF WK-STRM-STATUS (WK-STRM-IX) NOT = 'R'
                   ADD 1 TO WK-ACTIVE-COUNT
               END-IF
           END-PERFORM.

       FIND-STREAM.
           MOVE 0 TO WK-STRM-POS.
           PERFORM VARYING WK-STRM-IX FROM 1 BY 1
               UNTIL WK-STRM-IX > WK-STRM-MAX
               IF WK-STRM-ID (WK-STRM-IX) = WK-NEW-ID
                   MOVE WK-STRM-IX TO WK-STRM-POS
               END-IF
           END-PERFORM.

      *> The last value CONTADOR issued for WK-NEW-ID, if any: the
      *> limit may not be set below it.
       FIND-ISSUED-POSITION.
           MOVE 'N' TO WK-ISSUED-FOUND.
           MOVE 0 TO WK-ISSUED-LAST.
           PERFORM VARYING WK-POS-IX FROM 1 BY 1
               UNTIL WK-POS-IX > WK-POS-MAX
               IF WK-POS-ID (WK-POS-IX) = WK-NEW-ID
                   MOVE WK-POS-LAST (WK-POS-IX) TO WK-ISSUED-LAST
                   SET SERIES-HAS-ISSUED TO TRUE
               END-IF
           END-PERFORM.

       ACCEPT-DEFINITION.
           DISPLAY 'INICIO (1-99999)'
           ACCEPT WK-NEW-START-EDIT
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-START-EDIT
           END-ACCEPT.
           DISPLAY 'LIMITE (1-99999)'
           ACCEPT WK-NEW-LIMIT-EDIT
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-LIMIT-EDIT
           END-ACCEPT.
           DISPLAY 'PREFIXO DO DOCUMENTO (3 POSICOES, BRANCO = SEM)'
           ACCEPT WK-NEW-PREFIX
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-PREFIX
           END-ACCEPT.

      *> Numeric start and limit with the start not above the limit;
      *> the limit not below what the series already issued; the
      *> prefix not used by another active series. WK-STRM-POS is
      *> the series being changed (0 on an inclusion), so its own
      *> prefix does not count against it.
       VALIDATE-DEFINITION.
           MOVE 'N' TO WK-DEF-VALID.
           IF WK-NEW-START-EDIT = SPACES
               OR FUNCTION TRIM(WK-NEW-START-EDIT) IS NOT NUMERIC
               DISPLAY 'INICIO NAO NUMERICO: ' WK-NEW-START-EDIT
               GO TO VALIDATE-DEFINITION-EXIT
           END-IF.
           IF WK-NEW-LIMIT-EDIT = SPACES
               OR FUNCTION TRIM(WK-NEW-LIMIT-EDIT) IS NOT NUMERIC
               DISPLAY 'LIMITE NAO NUMERICO: ' WK-NEW-LIMIT-EDIT
               GO TO VALIDATE-DEFINITION-EXIT
           END-IF.
           MOVE FUNCTION TRIM(WK-NEW-START-EDIT) TO WK-NEW-START.
           MOVE FUNCTION TRIM(WK-NEW-LIMIT-EDIT) TO WK-NEW-LIMIT.
           IF WK-NEW-START = 0
               DISPLAY 'INICIO DEVE SER MAIOR QUE ZERO'
               GO TO VALIDATE-DEFINITION-EXIT
           END-IF.
           IF WK-NEW-START > WK-NEW-LIMIT
               DISPLAY 'INICIO ' WK-NEW-START ' ACIMA DO LIMITE '
                   WK-NEW-LIMIT
               GO TO VALIDATE-DEFINITION-EXIT
           END-IF.
           PERFORM FIND-ISSUED-POSITION.
           IF SERIES-HAS-ISSUED AND WK-NEW-LIMIT < WK-ISSUED-LAST
               DISPLAY 'LIMITE ' WK-NEW-LIMIT ' ABAIXO DA POSICAO '
                   'ATUAL ' WK-ISSUED-LAST ' (STRMPOS)'
               GO TO VALIDATE-DEFINITION-EXIT
           END-IF.
           SET DEF-IS-VALID TO TRUE.
           IF WK-NEW-PREFIX NOT = SPACES
               PERFORM VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-MAX
                   IF WK-STRM-IX NOT = WK-STRM-POS
                       AND WK-STRM-STATUS (WK-STRM-IX) NOT = 'R'
                       AND WK-STRM-PREFIX (WK-STRM-IX) = WK-NEW-PREFIX
                       DISPLAY 'PREFIXO ' WK-NEW-PREFIX
                           ' JA USADO PELA SERIE ATIVA '
                           WK-STRM-ID (WK-STRM-IX)
                       MOVE 'N' TO WK-DEF-VALID
                       MOVE WK-STRM-MAX TO WK-STRM-IX
                   END-IF
               END-PERFORM
           END-IF.
       VALIDATE-DEFINITION-EXIT.
           EXIT.

       ADD-STREAM.
           DISPLAY 'ID DA SERIE (8 POSICOES)'
           ACCEPT WK-NEW-ID
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-ID
           END-ACCEPT.
           PERFORM FIND-STREAM.
           PERFORM COUNT-ACTIVE-STREAMS.
           EVALUATE TRUE
               WHEN WK-NEW-ID = SPACES
                   DISPLAY 'ID EM BRANCO - TRANSACAO REJEITADA'
               WHEN WK-STRM-POS > 0
                   DISPLAY 'SERIE ' WK-NEW-ID ' JA CADASTRADA'
                       ' - TRANSACAO REJEITADA'
               WHEN WK-ACTIVE-COUNT >= 20
                   DISPLAY 'CONTADOR ACEITA NO MAXIMO 20 SERIES'
                       ' ATIVAS - TRANSACAO REJEITADA'
               WHEN WK-STRM-MAX >= 40
                   DISPLAY 'TABELA DE SERIES CHEIA'
               WHEN OTHER
                   PERFORM ACCEPT-DEFINITION
                   PERFORM VALIDATE-DEFINITION
                       THRU VALIDATE-DEFINITION-EXIT
                   IF NOT DEF-IS-VALID
                       DISPLAY 'TRANSACAO REJEITADA'
                   ELSE
                       ADD 1 TO WK-STRM-MAX
                       MOVE WK-NEW-ID TO WK-STRM-ID (WK-STRM-MAX)
                       MOVE WK-NEW-START TO WK-STRM-START (WK-STRM-MAX)
                       MOVE WK-NEW-LIMIT TO WK-STRM-LIMIT (WK-STRM-MAX)
                       MOVE WK-NEW-PREFIX
                           TO WK-STRM-PREFIX (WK-STRM-MAX)
                       MOVE 'A' TO WK-STRM-STATUS (WK-STRM-MAX)
                       SET STREAMS-CHANGED TO TRUE
                       DISPLAY 'SERIE ' WK-NEW-ID ' INCLUIDA'
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING 'SERIE INCLUIDA ' WK-NEW-ID
                           ' INI=' WK-NEW-START
                           ' LIM=' WK-NEW-LIMIT
                           ' PFX=' WK-NEW-PREFIX
                           DELIMITED BY SIZE INTO AUDIT-DETAIL
                       PERFORM WRITE-CHANGE-AUDIT
                   END-IF
           END-EVALUATE.

      *> Start, limit and prefix are re-keyed together and validated
      *> as a whole; each field that actually changed gets its own
      *> before/after audit entry.
       CHANGE-STREAM.
           DISPLAY 'ID DA SERIE A ALTERAR'
           ACCEPT WK-NEW-ID
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-ID
           END-ACCEPT.
           PERFORM FIND-STREAM.
           EVALUATE TRUE
               WHEN WK-STRM-POS = 0
                   DISPLAY 'SERIE ' WK-NEW-ID ' NAO CADASTRADA'
               WHEN WK-STRM-STATUS (WK-STRM-POS) = 'R'
                   DISPLAY 'SERIE ' WK-NEW-ID ' RETIRADA - NAO PODE'
                       ' SER ALTERADA'
               WHEN OTHER
                   DISPLAY 'ATUAL: INICIO ' WK-STRM-START (WK-STRM-POS)
                       ' LIMITE ' WK-STRM-LIMIT (WK-STRM-POS)
                       ' PREFIXO ' WK-STRM-PREFIX (WK-STRM-POS)
                   PERFORM ACCEPT-DEFINITION
                   PERFORM VALIDATE-DEFINITION
                       THRU VALIDATE-DEFINITION-EXIT
                   IF NOT DEF-IS-VALID
                       DISPLAY 'TRANSACAO REJEITADA'
                   ELSE
                       PERFORM APPLY-STREAM-CHANGE
                   END-IF
           END-EVALUATE.

       APPLY-STREAM-CHANGE.
           MOVE 0 TO WK-OLD-START.
           MOVE 0 TO WK-OLD-LIMIT.
           IF WK-STRM-START (WK-STRM-POS) IS NUMERIC
               MOVE WK-STRM-START (WK-STRM-POS) TO WK-OLD-START
           END-IF.
           IF WK-STRM-LIMIT (WK-STRM-POS) IS NUMERIC
               MOVE WK-STRM-LIMIT (WK-STRM-POS) TO WK-OLD-LIMIT
           END-IF.
           MOVE WK-STRM-PREFIX (WK-STRM-POS) TO WK-OLD-PREFIX.
           MOVE 0 TO WK-FIELDS-CHANGED.
           IF WK-STRM-START (WK-STRM-POS) NOT = WK-NEW-START
               MOVE WK-NEW-START TO WK-STRM-START (WK-STRM-POS)
               SET STREAMS-CHANGED TO TRUE
               ADD 1 TO WK-FIELDS-CHANGED
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'SERIE ' WK-NEW-ID ' INICIO DE ' WK-OLD-START
                   ' PARA ' WK-NEW-START
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-CHANGE-AUDIT
           END-IF.
           IF WK-STRM-LIMIT (WK-STRM-POS) NOT = WK-NEW-LIMIT
               MOVE WK-NEW-LIMIT TO WK-STRM-LIMIT (WK-STRM-POS)
               SET STREAMS-CHANGED TO TRUE
               ADD 1 TO WK-FIELDS-CHANGED
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'SERIE ' WK-NEW-ID ' LIMITE DE ' WK-OLD-LIMIT
                   ' PARA ' WK-NEW-LIMIT
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-CHANGE-AUDIT
           END-IF.
           IF WK-OLD-PREFIX NOT = WK-NEW-PREFIX
               MOVE WK-NEW-PREFIX TO WK-STRM-PREFIX (WK-STRM-POS)
               SET STREAMS-CHANGED TO TRUE
               ADD 1 TO WK-FIELDS-CHANGED
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'SERIE ' WK-NEW-ID ' PREFIXO DE "' WK-OLD-PREFIX
                   '" PARA "' WK-NEW-PREFIX '"'
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-CHANGE-AUDIT
           END-IF.
           IF WK-FIELDS-CHANGED > 0
               DISPLAY 'SERIE ' WK-NEW-ID ' ALTERADA'
           ELSE
               DISPLAY 'NENHUMA ALTERACAO'
           END-IF.

      *> Retiring keeps the record (and its STRMPOS position) so the
      *> id is never reused; only its prefix is freed for another
      *> series.
       RETIRE-STREAM.
           DISPLAY 'ID DA SERIE A RETIRAR'
           ACCEPT WK-NEW-ID
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-ID
           END-ACCEPT.
           PERFORM FIND-STREAM.
           EVALUATE TRUE
               WHEN WK-STRM-POS = 0
                   DISPLAY 'SERIE ' WK-NEW-ID ' NAO CADASTRADA'
               WHEN WK-STRM-STATUS (WK-STRM-POS) = 'R'
                   DISPLAY 'SERIE ' WK-NEW-ID ' JA RETIRADA'
               WHEN OTHER
                   MOVE 'R' TO WK-STRM-STATUS (WK-STRM-POS)
                   SET STREAMS-CHANGED TO TRUE
                   DISPLAY 'SERIE ' WK-NEW-ID ' RETIRADA'
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING 'SERIE RETIRADA ' WK-NEW-ID
                       ' INI=' WK-STRM-START (WK-STRM-POS)
                       ' LIM=' WK-STRM-LIMIT (WK-STRM-POS)
                       ' PFX=' WK-STRM-PREFIX (WK-STRM-POS)
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
                   PERFORM WRITE-CHANGE-AUDIT
           END-EVALUATE.

       LIST-STREAMS.
           DISPLAY 'SERIE    INICIO LIMITE PFX SITUACAO  '
               'ULTIMO EMITIDO'.
           PERFORM VARYING WK-STRM-IX FROM 1 BY 1
               UNTIL WK-STRM-IX > WK-STRM-MAX
               IF WK-STRM-STATUS (WK-STRM-IX) = 'R'
                   MOVE 'RETIRADA' TO WK-STATUS-TEXT
               ELSE
                   MOVE 'ATIVA' TO WK-STATUS-TEXT
               END-IF
               MOVE WK-STRM-ID (WK-STRM-IX) TO WK-NEW-ID
               PERFORM FIND-ISSUED-POSITION
               IF SERIES-HAS-ISSUED
                   DISPLAY WK-STRM-ID (WK-STRM-IX) ' '
                       WK-STRM-START (WK-STRM-IX) '  '
                       WK-STRM-LIMIT (WK-STRM-IX) '  '
                       WK-STRM-PREFIX (WK-STRM-IX) ' '
                       WK-STATUS-TEXT '  ' WK-ISSUED-LAST
               ELSE
                   DISPLAY WK-STRM-ID (WK-STRM-IX) ' '
                       WK-STRM-START (WK-STRM-IX) '  '
                       WK-STRM-LIMIT (WK-STRM-IX) '  '
                       WK-STRM-PREFIX (WK-STRM-IX) ' '
                       WK-STATUS-TEXT '  NENHUM'
               END-IF
           END-PERFORM.
           DISPLAY 'SERIES CADASTRADAS: ' WK-STRM-MAX.

       REWRITE-STREAM-FILE.
           OPEN OUTPUT STRM-DEF-FILE.
           IF WK-STRMDEF-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR STREAMDEF - STATUS '
                   WK-STRMDEF-STATUS
               PERFORM LOG-FILE-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-MAX
                   MOVE WK-STRM-ID (WK-STRM-IX) TO STRM-DEF-ID
                   MOVE WK-STRM-START (WK-STRM-IX) TO STRM-DEF-START
                   MOVE WK-STRM-LIMIT (WK-STRM-IX) TO STRM-DEF-LIMIT
                   MOVE WK-STRM-PREFIX (WK-STRM-IX) TO STRM-DEF-PREFIX
                   MOVE WK-STRM-STATUS (WK-STRM-IX) TO STRM-DEF-STATUS
                   WRITE STRM-DEF-RECORD
               END-PERFORM
               CLOSE STRM-DEF-FILE
               DISPLAY 'STREAMDEF REGRAVADO - ' WK-STRM-MAX ' SERIES'
           END-IF.

       WRITE-CHANGE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'STRMMNT' TO AUDIT-PROGRAM.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-FILE-ERROR.
           MOVE 'STRMMNT' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO REGRAVAR STREAMDEF - STATUS '
               WK-STRMDEF-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-TABLE-OVERFLOW-ERROR.
           MOVE 'STRMMNT' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           STRING 'STREAMDEF OU STRMPOS COM MAIS DE 40 SERIES -'
               ' MANUTENCAO RECUSADA'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'STRMMNT' TO ERR-PROGRAM.
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

       END PROGRAM STRMMNT.
