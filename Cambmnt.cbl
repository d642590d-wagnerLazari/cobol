      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for CAMBIO, the dated exchange-rate file
      *          SOMA2 converts foreign-currency batches with before
      *          they reach DEPTMST. Adds a rate for a currency and
      *          date, corrects or removes one, and lists the file.
      *          The currency must be a three-letter code other than
      *          the reporting currency (BRL), the date a real
      *          calendar date and the rate positive, keyed as
      *          nnnnn,dddddd. Only one rate per currency and date is
      *          kept. Each rate carries the operator who keyed it
      *          and when; the file is rewritten on exit and every
      *          change is written to AUDITLOG, like CALMNT does.
      *          A rate dated more than RETENCAO days (run card,
      *          default 90) ago is dropped once a later rate for
      *          the same currency is on file; the latest rate of
      *          each currency is always kept.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBMNT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT CAMB-FILE ASSIGN TO "CAMBIO"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CAMB-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  CAMB-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKCAMB.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-CAMB-STATUS  PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-ACTION       PIC X(01) VALUE SPACE.
       77  WK-HOME-CURRENCY PIC X(03) VALUE 'BRL'.
       77  WK-NEW-CURR     PIC X(03) VALUE SPACES.
       77  WK-NEW-DATE     PIC X(08) VALUE SPACES.
       77  WK-NEW-RATE     PIC X(14) VALUE SPACES.
       77  WK-RATE-INT     PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       77  WK-RATE-DEC     PIC X(06) VALUE SPACES.
       77  WK-RATE-INT-LEN PIC 9(02) COMP VALUE 0.
       77  WK-RATE-DEC-LEN PIC 9(02) COMP VALUE 0.
       77  WK-RATE-FIELDS  PIC 9(02) COMP VALUE 0.
       77  WK-RATE-NUM     PIC 9(05)V9(06) VALUE 0.
       77  WK-RATE-EDIT    PIC Z(4)9,9(6).
       77  WK-OLD-RATE-EDIT PIC Z(4)9,9(6).
       77  WK-RATE-VALID   PIC X(01) VALUE 'N'.
           88  RATE-IS-VALID   VALUE 'Y'.
       77  WK-CURR-VALID   PIC X(01) VALUE 'N'.
           88  CURR-IS-VALID   VALUE 'Y'.
       77  WK-SPACE-COUNT  PIC 9(02) COMP VALUE 0.
       77  WK-TODAY        PIC 9(08) VALUE 0.
       77  WK-CAMB-IX      PIC 9(03) COMP VALUE 0.
       77  WK-CAMB-MAX     PIC 9(03) COMP VALUE 0.
       77  WK-CAMB-POS     PIC 9(03) COMP VALUE 0.
       77  WK-LISTED       PIC 9(03) VALUE 0.
       77  WK-DATE-VALID   PIC X(01) VALUE 'N'.
           88  DATE-IS-VALID   VALUE 'Y'.
       77  WK-DATE-NUM     PIC 9(08) VALUE 0.
       77  WK-DATE-YEAR    PIC 9(04) VALUE 0.
       77  WK-DATE-MONTH   PIC 9(02) VALUE 0.
       77  WK-DATE-DAY     PIC 9(02) VALUE 0.
       77  WK-MONTH-LEN    PIC 9(02) VALUE 0.
       77  WK-LEAP-REM     PIC 9(03) COMP VALUE 0.
       77  WK-CHANGED      PIC X(01) VALUE 'N'.
           88  RATES-CHANGED   VALUE 'Y'.
      *> Set when CAMBIO holds more rates than the table: a rewrite
      *> would silently drop rates, so the session is refused
      *> outright, same as CALMNT.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
       77  WK-KEEP-DAYS    PIC 9(04) VALUE 90.
       77  WK-KEEP-FROM    PIC 9(08) VALUE 0.
       77  WK-KEEP-INT     PIC S9(07) VALUE 0.
       77  WK-PURGED       PIC 9(05) VALUE 0.
       77  WK-LAST-IX      PIC 9(02) COMP VALUE 0.
       77  WK-LAST-MAX     PIC 9(02) COMP VALUE 0.
       77  WK-LAST-POS     PIC 9(02) COMP VALUE 0.
           COPY WKUSER.
           COPY WKCARD.
      *> Present only so the shared sign-on compiles; a maintenance
      *> session always runs the prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.

       01  WK-CAMB-TABLE.
           05  WK-CAMB-ENTRY OCCURS 500 TIMES.
               10  WK-CAMB-CURR    PIC X(03).
               10  WK-CAMB-DATE    PIC 9(08).
               10  WK-CAMB-RATE    PIC 9(05)V9(06).
               10  WK-CAMB-OPER    PIC X(08).
               10  WK-CAMB-ENTERED PIC 9(08).

      *> Latest rate date on file for each currency, taken before
      *> the table is loaded so a superseded rate can be told apart.
       01  WK-LAST-TABLE.
           05  WK-LAST-ENTRY OCCURS 50 TIMES.
               10  WK-LAST-CURR    PIC X(03).
               10  WK-LAST-DATE    PIC 9(08).

       01  WK-MONTH-DAYS.
           05  FILLER  PIC X(24) VALUE '312831303130313130313031'.
       01  WK-MONTH-TAB REDEFINES WK-MONTH-DAYS.
           05  WK-MONTH-DAY OCCURS 12 TIMES PIC 9(02).

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'CAMBMNT' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE 'RETENCAO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-KEEP-DAYS
           END-IF.
           COMPUTE WK-KEEP-INT =
               FUNCTION INTEGER-OF-DATE(WK-TODAY) - WK-KEEP-DAYS.
           COMPUTE WK-KEEP-FROM =
               FUNCTION DATE-OF-INTEGER(WK-KEEP-INT).

           PERFORM LOAD-RATE-TABLE.
           IF TABLE-OVERFLOWED
               DISPLAY '*** CAMBIO EXCEDE A CAPACIDADE DA TABELA'
                   ' - MANUTENCAO RECUSADA ***'
               PERFORM LOG-TABLE-OVERFLOW-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-PURGED > 0
               DISPLAY WK-PURGED ' TAXA(S) SUBSTITUIDA(S) ANTERIORES A '
                   WK-KEEP-FROM ' SERAO RETIRADAS DO CAMBIO'
               SET RATES-CHANGED TO TRUE
               PERFORM OPEN-AUDIT-LOG
               MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR
               MOVE 'CAMBMNT' TO AUDIT-PROGRAM
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'EXPURGO ' WK-PURGED ' TAXAS SUBSTITUIDAS'
                   ' ANTERIORES A ' WK-KEEP-FROM
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM CLOSE-AUDIT-LOG
           END-IF.

           PERFORM UNTIL WK-ACTION = 'F'
               DISPLAY ' '
               DISPLAY 'MANUTENCAO DE TAXAS DE CAMBIO - ' WK-CAMB-MAX
                   ' TAXAS CADASTRADAS'
               DISPLAY 'I-INCLUIR  A-ALTERAR  R-REMOVER  L-LISTAR'
                   '  F-FIM'
               ACCEPT WK-ACTION
                   ON EXCEPTION
                       MOVE 'F' TO WK-ACTION
               END-ACCEPT
               EVALUATE WK-ACTION
                   WHEN 'I'
                       PERFORM ADD-RATE
                   WHEN 'A'
                       PERFORM CHANGE-RATE
                   WHEN 'R'
                       PERFORM REMOVE-RATE
                   WHEN 'L'
                       PERFORM LIST-RATES
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA'
               END-EVALUATE
           END-PERFORM.

           IF RATES-CHANGED
               PERFORM REWRITE-RATE-FILE
           END-IF.

           GOBACK.

       LOAD-RATE-TABLE.
           MOVE 0 TO WK-CAMB-MAX.
           MOVE 0 TO WK-LAST-MAX.
           MOVE 0 TO WK-PURGED.
           OPEN INPUT CAMB-FILE.
           IF WK-CAMB-STATUS = '00'
               PERFORM UNTIL WK-CAMB-STATUS = '10'
                   READ CAMB-FILE
                       AT END
                           MOVE '10' TO WK-CAMB-STATUS
                       NOT AT END
                           PERFORM NOTE-LATEST-RATE
                   END-READ
               END-PERFORM
               CLOSE CAMB-FILE
               OPEN INPUT CAMB-FILE
               PERFORM UNTIL WK-CAMB-STATUS = '10'
                   READ CAMB-FILE
                       AT END
                           MOVE '10' TO WK-CAMB-STATUS
                       NOT AT END
                           PERFORM LOAD-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CAMB-FILE
           ELSE
               CLOSE CAMB-FILE
               DISPLAY 'CAMBIO NAO PROVISIONADO - ARQUIVO VAZIO'
           END-IF.

      *> A currency beyond the 50 followed here simply keeps all its
      *> rates.
       NOTE-LATEST-RATE.
           PERFORM FIND-LATEST-RATE.
           IF WK-LAST-POS = 0 AND WK-LAST-MAX < 50
               ADD 1 TO WK-LAST-MAX
               MOVE WK-LAST-MAX TO WK-LAST-POS
               MOVE CAMB-CURRENCY TO WK-LAST-CURR (WK-LAST-POS)
               MOVE 0 TO WK-LAST-DATE (WK-LAST-POS)
           END-IF.
           IF WK-LAST-POS > 0
               IF CAMB-DATE > WK-LAST-DATE (WK-LAST-POS)
                   MOVE CAMB-DATE TO WK-LAST-DATE (WK-LAST-POS)
               END-IF
           END-IF.

       FIND-LATEST-RATE.
           MOVE 0 TO WK-LAST-POS.
           PERFORM VARYING WK-LAST-IX FROM 1 BY 1
               UNTIL WK-LAST-IX > WK-LAST-MAX OR WK-LAST-POS > 0
               IF WK-LAST-CURR (WK-LAST-IX) = CAMB-CURRENCY
                   MOVE WK-LAST-IX TO WK-LAST-POS
               END-IF
           END-PERFORM.

      *> A rate older than the retention date that is not its
      *> currency's latest is no longer needed by SOMA2 and is left
      *> out of the table, so the rewrite drops it.
       LOAD-RATE-ENTRY.
           PERFORM FIND-LATEST-RATE.
           IF WK-LAST-POS > 0
               AND CAMB-DATE < WK-KEEP-FROM
               AND CAMB-DATE < WK-LAST-DATE (WK-LAST-POS)
               ADD 1 TO WK-PURGED
           ELSE
               PERFORM KEEP-RATE-ENTRY
           END-IF.

       KEEP-RATE-ENTRY.
           IF WK-CAMB-MAX < 500
               ADD 1 TO WK-CAMB-MAX
               MOVE CAMB-CURRENCY TO WK-CAMB-CURR (WK-CAMB-MAX)
               MOVE CAMB-DATE TO WK-CAMB-DATE (WK-CAMB-MAX)
               MOVE CAMB-RATE TO WK-CAMB-RATE (WK-CAMB-MAX)
               MOVE CAMB-OPERATOR TO WK-CAMB-OPER (WK-CAMB-MAX)
               MOVE CAMB-ENTERED TO WK-CAMB-ENTERED (WK-CAMB-MAX)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
           END-IF.

      *> A currency is three upper-case letters; the reporting
      *> currency never needs a rate, so it is refused here rather
      *> than left to sit unused on the file.
       VALIDATE-CURRENCY.
           MOVE 'N' TO WK-CURR-VALID.
           MOVE 0 TO WK-SPACE-COUNT.
           INSPECT WK-NEW-CURR TALLYING WK-SPACE-COUNT FOR ALL SPACE.
           IF WK-NEW-CURR IS ALPHABETIC-UPPER
               AND WK-SPACE-COUNT = 0
               IF WK-NEW-CURR = WK-HOME-CURRENCY
                   DISPLAY 'MOEDA DE REPORTE NAO TEM TAXA: '
                       WK-NEW-CURR
               ELSE
                   SET CURR-IS-VALID TO TRUE
               END-IF
           ELSE
               DISPLAY 'MOEDA INVALIDA: ' WK-NEW-CURR
           END-IF.

      *> Same validation as CALMNT: numeric, plausible year, real
      *> month and day including the leap rule.
       VALIDATE-RATE-DATE.
           MOVE 'N' TO WK-DATE-VALID.
           IF WK-NEW-DATE IS NUMERIC
               MOVE WK-NEW-DATE TO WK-DATE-NUM
               MOVE WK-DATE-NUM(1:4) TO WK-DATE-YEAR
               MOVE WK-DATE-NUM(5:2) TO WK-DATE-MONTH
               MOVE WK-DATE-NUM(7:2) TO WK-DATE-DAY
               IF WK-DATE-YEAR >= 1990 AND WK-DATE-YEAR <= 2099
                   AND WK-DATE-MONTH >= 1 AND WK-DATE-MONTH <= 12
                   MOVE WK-MONTH-DAY (WK-DATE-MONTH) TO WK-MONTH-LEN
                   IF WK-DATE-MONTH = 2
                       COMPUTE WK-LEAP-REM =
                           FUNCTION MOD(WK-DATE-YEAR, 4)
                       IF WK-LEAP-REM = 0
                           MOVE 29 TO WK-MONTH-LEN
                       END-IF
                   END-IF
                   IF WK-DATE-DAY >= 1
                       AND WK-DATE-DAY <= WK-MONTH-LEN
                       SET DATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT DATE-IS-VALID
               DISPLAY 'DATA INVALIDA: ' WK-NEW-DATE
           END-IF.

      *> The rate is keyed as nnnnn,dddddd - up to five whole digits
      *> and up to six decimals, the comma optional for a whole
      *> rate. Anything else, or a zero rate, is refused: a batch
      *> converted at zero would vanish from DEPTMST.
       VALIDATE-RATE.
           MOVE 'N' TO WK-RATE-VALID.
           MOVE SPACES TO WK-RATE-INT.
           MOVE SPACES TO WK-RATE-DEC.
           MOVE 0 TO WK-RATE-INT-LEN.
           MOVE 0 TO WK-RATE-DEC-LEN.
           MOVE 0 TO WK-RATE-FIELDS.
           UNSTRING WK-NEW-RATE DELIMITED BY ',' OR ALL SPACE
               INTO WK-RATE-INT COUNT IN WK-RATE-INT-LEN
                    WK-RATE-DEC COUNT IN WK-RATE-DEC-LEN
               TALLYING IN WK-RATE-FIELDS
               ON OVERFLOW
                   MOVE 99 TO WK-RATE-INT-LEN
           END-UNSTRING.
           IF WK-RATE-INT-LEN >= 1 AND WK-RATE-INT-LEN <= 5
               AND WK-RATE-DEC-LEN <= 6
               INSPECT WK-RATE-INT REPLACING LEADING SPACE BY '0'
               INSPECT WK-RATE-DEC REPLACING ALL SPACE BY '0'
               IF WK-RATE-INT IS NUMERIC
                   AND WK-RATE-DEC IS NUMERIC
                   MOVE WK-RATE-INT TO WK-RATE-NUM(1:5)
                   MOVE WK-RATE-DEC TO WK-RATE-NUM(6:6)
                   IF WK-RATE-NUM > 0
                       SET RATE-IS-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT RATE-IS-VALID
               DISPLAY 'TAXA INVALIDA: ' WK-NEW-RATE
           END-IF.

       ACCEPT-CURRENCY-AND-DATE.
           DISPLAY 'MOEDA (3 LETRAS)'
           ACCEPT WK-NEW-CURR
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-CURR
           END-ACCEPT.
           PERFORM VALIDATE-CURRENCY.
           MOVE 'N' TO WK-DATE-VALID.
           IF CURR-IS-VALID
               DISPLAY 'DATA DA TAXA AAAAMMDD'
               ACCEPT WK-NEW-DATE
                   ON EXCEPTION
                       MOVE SPACES TO WK-NEW-DATE
               END-ACCEPT
               PERFORM VALIDATE-RATE-DATE
           END-IF.
           MOVE 0 TO WK-CAMB-POS.
           IF CURR-IS-VALID AND DATE-IS-VALID
               PERFORM VARYING WK-CAMB-IX FROM 1 BY 1
                   UNTIL WK-CAMB-IX > WK-CAMB-MAX
                   IF WK-CAMB-CURR (WK-CAMB-IX) = WK-NEW-CURR
                       AND WK-CAMB-DATE (WK-CAMB-IX) = WK-DATE-NUM
                       MOVE WK-CAMB-IX TO WK-CAMB-POS
                   END-IF
               END-PERFORM
           END-IF.

       ACCEPT-RATE.
           DISPLAY 'TAXA EM BRL POR UNIDADE (NNNNN,DDDDDD)'
           ACCEPT WK-NEW-RATE
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-RATE
           END-ACCEPT.
           PERFORM VALIDATE-RATE.

       ADD-RATE.
           PERFORM ACCEPT-CURRENCY-AND-DATE.
           IF NOT CURR-IS-VALID OR NOT DATE-IS-VALID
               DISPLAY 'TRANSACAO REJEITADA'
           ELSE
               IF WK-CAMB-POS > 0
                   DISPLAY 'TAXA JA CADASTRADA PARA ' WK-NEW-CURR
                       ' EM ' WK-DATE-NUM ' - USE A-ALTERAR'
               ELSE
                   IF WK-CAMB-MAX >= 500
                       DISPLAY 'TABELA DE TAXAS CHEIA'
                   ELSE
                       PERFORM ACCEPT-RATE
                       IF NOT RATE-IS-VALID
                           DISPLAY 'TRANSACAO REJEITADA'
                       ELSE
                           ADD 1 TO WK-CAMB-MAX
                           MOVE WK-NEW-CURR
                               TO WK-CAMB-CURR (WK-CAMB-MAX)
                           MOVE WK-DATE-NUM
                               TO WK-CAMB-DATE (WK-CAMB-MAX)
                           MOVE WK-RATE-NUM
                               TO WK-CAMB-RATE (WK-CAMB-MAX)
                           MOVE WK-OPERATOR-ID
                               TO WK-CAMB-OPER (WK-CAMB-MAX)
                           MOVE WK-TODAY
                               TO WK-CAMB-ENTERED (WK-CAMB-MAX)
                           SET RATES-CHANGED TO TRUE
                           MOVE WK-RATE-NUM TO WK-RATE-EDIT
                           DISPLAY 'TAXA ' WK-NEW-CURR ' '
                               WK-DATE-NUM ' = ' WK-RATE-EDIT
                               ' INCLUIDA'
                           MOVE SPACES TO AUDIT-DETAIL
                           STRING 'TAXA INCLUIDA ' WK-NEW-CURR
                               ' ' WK-NEW-DATE ' = ' WK-RATE-EDIT
                               DELIMITED BY SIZE INTO AUDIT-DETAIL
                           PERFORM WRITE-CHANGE-AUDIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> A correction keeps the one record for the currency and date
      *> and restamps it with the operator who changed it; the old
      *> rate is kept on AUDITLOG.
       CHANGE-RATE.
           PERFORM ACCEPT-CURRENCY-AND-DATE.
           IF NOT CURR-IS-VALID OR NOT DATE-IS-VALID
               DISPLAY 'TRANSACAO REJEITADA'
           ELSE
               IF WK-CAMB-POS = 0
                   DISPLAY 'TAXA NAO CADASTRADA PARA ' WK-NEW-CURR
                       ' EM ' WK-DATE-NUM
               ELSE
                   MOVE WK-CAMB-RATE (WK-CAMB-POS)
                       TO WK-OLD-RATE-EDIT
                   DISPLAY 'TAXA ATUAL: ' WK-OLD-RATE-EDIT
                   PERFORM ACCEPT-RATE
                   IF NOT RATE-IS-VALID
                       DISPLAY 'TRANSACAO REJEITADA'
                   ELSE
                       MOVE WK-RATE-NUM TO WK-CAMB-RATE (WK-CAMB-POS)
                       MOVE WK-OPERATOR-ID
                           TO WK-CAMB-OPER (WK-CAMB-POS)
                       MOVE WK-TODAY TO WK-CAMB-ENTERED (WK-CAMB-POS)
                       SET RATES-CHANGED TO TRUE
                       MOVE WK-RATE-NUM TO WK-RATE-EDIT
                       DISPLAY 'TAXA ' WK-NEW-CURR ' ' WK-DATE-NUM
                           ' ALTERADA PARA ' WK-RATE-EDIT
                       MOVE SPACES TO AUDIT-DETAIL
                       STRING 'TAXA ' WK-NEW-CURR
                           ' ' WK-NEW-DATE ' DE ' WK-OLD-RATE-EDIT
                           ' PARA ' WK-RATE-EDIT
                           DELIMITED BY SIZE INTO AUDIT-DETAIL
                       PERFORM WRITE-CHANGE-AUDIT
                   END-IF
               END-IF
           END-IF.

       REMOVE-RATE.
           PERFORM ACCEPT-CURRENCY-AND-DATE.
           IF NOT CURR-IS-VALID OR NOT DATE-IS-VALID
               DISPLAY 'TRANSACAO REJEITADA'
           ELSE
               IF WK-CAMB-POS = 0
                   DISPLAY 'TAXA NAO CADASTRADA PARA ' WK-NEW-CURR
                       ' EM ' WK-DATE-NUM
               ELSE
                   MOVE WK-CAMB-RATE (WK-CAMB-POS)
                       TO WK-OLD-RATE-EDIT
                   PERFORM VARYING WK-CAMB-IX FROM WK-CAMB-POS BY 1
                       UNTIL WK-CAMB-IX >= WK-CAMB-MAX
                       MOVE WK-CAMB-ENTRY (WK-CAMB-IX + 1)
                           TO WK-CAMB-ENTRY (WK-CAMB-IX)
                   END-PERFORM
                   SUBTRACT 1 FROM WK-CAMB-MAX
                   SET RATES-CHANGED TO TRUE
                   DISPLAY 'TAXA ' WK-NEW-CURR ' ' WK-DATE-NUM
                       ' REMOVIDA'
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING 'TAXA REMOVIDA ' WK-NEW-CURR
                       ' ' WK-NEW-DATE ' = ' WK-OLD-RATE-EDIT
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
                   PERFORM WRITE-CHANGE-AUDIT
               END-IF
           END-IF.

      *> Blank currency lists every rate; otherwise only that
      *> currency's.
       LIST-RATES.
           DISPLAY 'MOEDA A LISTAR (BRANCO = TODAS)'
           ACCEPT WK-NEW-CURR
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-CURR
           END-ACCEPT.
           MOVE 0 TO WK-LISTED.
           PERFORM VARYING WK-CAMB-IX FROM 1 BY 1
               UNTIL WK-CAMB-IX > WK-CAMB-MAX
               IF WK-NEW-CURR = SPACES
                   OR WK-CAMB-CURR (WK-CAMB-IX) = WK-NEW-CURR
                   MOVE WK-CAMB-RATE (WK-CAMB-IX) TO WK-RATE-EDIT
                   DISPLAY WK-CAMB-CURR (WK-CAMB-IX) ' '
                       WK-CAMB-DATE (WK-CAMB-IX) ' '
                       WK-RATE-EDIT ' POR '
                       WK-CAMB-OPER (WK-CAMB-IX) ' EM '
                       WK-CAMB-ENTERED (WK-CAMB-IX)
                   ADD 1 TO WK-LISTED
               END-IF
           END-PERFORM.
           DISPLAY 'TAXAS LISTADAS: ' WK-LISTED.

       REWRITE-RATE-FILE.
           OPEN OUTPUT CAMB-FILE.
           IF WK-CAMB-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CAMBIO - STATUS '
                   WK-CAMB-STATUS
               PERFORM LOG-FILE-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-CAMB-IX FROM 1 BY 1
                   UNTIL WK-CAMB-IX > WK-CAMB-MAX
                   MOVE WK-CAMB-CURR (WK-CAMB-IX) TO CAMB-CURRENCY
                   MOVE WK-CAMB-DATE (WK-CAMB-IX) TO CAMB-DATE
                   MOVE WK-CAMB-RATE (WK-CAMB-IX) TO CAMB-RATE
                   MOVE WK-CAMB-OPER (WK-CAMB-IX) TO CAMB-OPERATOR
                   MOVE WK-CAMB-ENTERED (WK-CAMB-IX) TO CAMB-ENTERED
                   WRITE CAMB-RECORD
               END-PERFORM
               CLOSE CAMB-FILE
               DISPLAY 'CAMBIO REGRAVADO - ' WK-CAMB-MAX ' TAXAS'
           END-IF.

       WRITE-CHANGE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'CAMBMNT' TO AUDIT-PROGRAM.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-FILE-ERROR.
           MOVE 'CAMBMNT' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO REGRAVAR CAMBIO - STATUS '
               WK-CAMB-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-TABLE-OVERFLOW-ERROR.
           MOVE 'CAMBMNT' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'CAMBIO COM MAIS DE 500 TAXAS A MANTER - REGRAVACAO'
               ' RECUSADA'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'CAMBMNT' TO ERR-PROGRAM.
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

       END PROGRAM CAMBMNT.
