      ******************************************************************
      * Author:
      * Date:
      * Purpose: Follow-up of the action-required ('A') entries on
      *          OPSMSGS, which nothing else records as dealt with.
      *          An operator acknowledges one alert by its timestamp
      *          (AAAAMMDDHHMMSSCC, as the report prints it) and
      *          message id with a resolution note - ALERTA,
      *          MENSAGEM and NOTA/NOTA2/NOTA3 control cards,
      *          prompted when interactive - and the acknowledgment
      *          is appended to the OPSACK register under the
      *          signed-on operator's id. Every session then prints
      *          the OPSARPT report of the alerts still
      *          unacknowledged within the look-back window (JANELA
      *          card, default 30 days), oldest first with their age
      *          in hours. An alert still open past the limit (HORAS
      *          card, default 8 hours) is escalated once: an 'E'
      *          entry on OPSACK, an ACK0002 warning on OPSMSGS and
      *          an AUDITLOG line, so a problem from the night can't
      *          sit unclaimed through the day shift. Scheduled
      *          through the day with OPERADOR/SENHA cards and no
      *          ALERTA card, it is the escalation run. Ends with
      *          RETURN-CODE 4 when an alert is past the limit or an
      *          acknowledgment was refused, 8 when OPSACK exceeds
      *          its table.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSACK.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT MSG-FILE ASSIGN TO "OPSMSGS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MSGF-STATUS.

             SELECT OACK-FILE ASSIGN TO "OPSACK"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-OACK-STATUS.

             SELECT ALR-RPT-FILE ASSIGN TO "OPSARPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  MSG-FILE
            LABEL RECORDS ARE STANDARD.
        01  MSG-RECORD.
            05  MSG-TIMESTAMP       PIC X(21).
            05  MSG-ID              PIC X(07).
            05  MSG-SEVERITY        PIC X(01).
            05  MSG-TEXT            PIC X(60).

        FD  OACK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKOACK.

        FD  ALR-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  ALR-RPT-LINE            PIC X(132).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-MSGF-STATUS  PIC X(02).
       77  WK-OACK-STATUS  PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-LIMIT-HOURS  PIC 9(03) VALUE 8.
       77  WK-WINDOW-DAYS  PIC 9(03) VALUE 30.
       77  WK-NOW-STAMP    PIC X(16) VALUE SPACES.
       77  WK-NOW-YMD      PIC 9(08) VALUE 0.
       77  WK-NOW-HH       PIC 9(02) VALUE 0.
       77  WK-NOW-MI       PIC 9(02) VALUE 0.
       77  WK-NOW-INT      PIC S9(07) VALUE 0.
       77  WK-FROM-INT     PIC S9(07) VALUE 0.
       77  WK-MSG-YMD      PIC 9(08) VALUE 0.
       77  WK-MSG-HH       PIC 9(02) VALUE 0.
       77  WK-MSG-MI       PIC 9(02) VALUE 0.
       77  WK-MSG-INT      PIC S9(07) VALUE 0.
       77  WK-AGE-MINUTES  PIC S9(09) VALUE 0.
       77  WK-ALERT-AGE    PIC 9(04) VALUE 0.
       77  WK-ACK-STAMP    PIC X(16) VALUE SPACES.
       77  WK-ACK-ID       PIC X(07) VALUE SPACES.
       77  WK-ACK-NOTE     PIC X(60) VALUE SPACES.
       77  WK-ACK-REFUSED  PIC X(01) VALUE 'N'.
           88  ACK-WAS-REFUSED VALUE 'Y'.
       77  WK-MSG-FOUND    PIC X(01) VALUE 'N'.
           88  ALERT-MESSAGE-FOUND VALUE 'Y'.
       77  WK-FIND-KEY     PIC X(23) VALUE SPACES.
       77  WK-FIND-TYPE    PIC X(01) VALUE SPACE.
       77  WK-FIND-HIT     PIC X(01) VALUE 'N'.
           88  REGISTER-ENTRY-FOUND VALUE 'Y'.
       77  WK-ALR-COUNT    PIC 9(04) COMP VALUE 0.
       77  WK-ALR-IX       PIC 9(04) COMP VALUE 0.
       77  WK-PENDING      PIC 9(04) VALUE 0.
       77  WK-OVER-LIMIT   PIC 9(04) VALUE 0.
       77  WK-ESCALATED    PIC 9(04) VALUE 0.
       77  WK-ACKED        PIC 9(04) VALUE 0.
      *> Set when OPSACK holds more entries inside the window than
      *> the table: an alert whose acknowledgment did not fit would
      *> be reported and escalated as open, so the session is
      *> refused outright, same as EODXMNT.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
           COPY WKCARD.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.
           COPY WKUSER.
      *> Present only so the shared sign-on compiles; a session
      *> always runs the card or prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKMSG.

      *> OPSACK entries for alerts inside the window; the key is
      *> the alert's 16-byte timestamp followed by its message id.
      *> The slots above 2000 take this session's own entries.
       01  WK-ALR-TABLE.
           05  WK-ALR-ENTRY OCCURS 2100 TIMES.
               10  WK-ALR-TYPE     PIC X(01).
               10  WK-ALR-KEY      PIC X(23).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(46) VALUE
               'ALERTAS DE ACAO PENDENTES DE RECONHECIMENTO - '.
           05  WK-RPT-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(07) VALUE '  HORA '.
           05  WK-RPT-HDR-HH     PIC 9(02).
           05  WK-RPT-HDR-MI     PIC 9(02).

       01  WK-RPT-LIMITS.
           05  FILLER            PIC X(24) VALUE
               'LIMITE DE ESCALONAMENTO '.
           05  WK-RPT-LIM-HOURS  PIC ZZ9.
           05  FILLER            PIC X(15) VALUE ' HORAS  JANELA '.
           05  WK-RPT-LIM-DAYS   PIC ZZ9.
           05  FILLER            PIC X(05) VALUE ' DIAS'.

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(37) VALUE
               'DATA-HORA ALERTA  MSG-ID   IDADE(H)  '.
           05  FILLER            PIC X(23) VALUE
               'SITUACAO          TEXTO'.

       01  WK-RPT-ALERT-LINE.
           05  WK-RPT-STAMP      PIC X(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-ID         PIC X(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-AGE        PIC Z(7)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-SITUATION  PIC X(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-TEXT       PIC X(60).

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(10) VALUE 'PENDENTES '.
           05  WK-RPT-PENDING    PIC ZZZ9.
           05  FILLER            PIC X(18) VALUE
               '  ACIMA DO LIMITE '.
           05  WK-RPT-OVER       PIC ZZZ9.
           05  FILLER            PIC X(20) VALUE
               '  ESCALONADOS AGORA '.
           05  WK-RPT-ESCALATED  PIC ZZZ9.
           05  FILLER            PIC X(15) VALUE '  RECONHECIDOS '.
           05  WK-RPT-ACKED      PIC ZZZ9.

       01  WK-RPT-NONE         PIC X(50) VALUE
           'NENHUM ALERTA PENDENTE NA JANELA'.

       01  WK-RPT-NO-FILE      PIC X(50) VALUE
           'ARQUIVO OPSMSGS NAO DISPONIVEL'.

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'OPSACK' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'HORAS' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-LIMIT-HOURS
           END-IF.
           MOVE 'JANELA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-WINDOW-DAYS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:16) TO WK-NOW-STAMP.
           MOVE WK-NOW-STAMP(1:8) TO WK-NOW-YMD.
           MOVE WK-NOW-STAMP(9:2) TO WK-NOW-HH.
           MOVE WK-NOW-STAMP(11:2) TO WK-NOW-MI.
           COMPUTE WK-NOW-INT =
               FUNCTION INTEGER-OF-DATE(WK-NOW-YMD).
           COMPUTE WK-FROM-INT = WK-NOW-INT - WK-WINDOW-DAYS.

           PERFORM GET-ACK-REQUEST.

           PERFORM LOAD-ALERT-REGISTER.
           IF TABLE-OVERFLOWED
               DISPLAY '*** OPSACK EXCEDE A CAPACIDADE DA TABELA'
                   ' - SESSAO RECUSADA ***'
               PERFORM LOG-TABLE-OVERFLOW-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WK-ACK-STAMP NOT = SPACES
               PERFORM ACKNOWLEDGE-ALERT THRU ACKNOWLEDGE-ALERT-EXIT
           END-IF.

           OPEN OUTPUT ALR-RPT-FILE.
           MOVE WK-NOW-YMD TO WK-RPT-HDR-DATE.
           MOVE WK-NOW-HH TO WK-RPT-HDR-HH.
           MOVE WK-NOW-MI TO WK-RPT-HDR-MI.
           WRITE ALR-RPT-LINE FROM WK-RPT-HEADER.
           MOVE WK-LIMIT-HOURS TO WK-RPT-LIM-HOURS.
           MOVE WK-WINDOW-DAYS TO WK-RPT-LIM-DAYS.
           WRITE ALR-RPT-LINE FROM WK-RPT-LIMITS.
           PERFORM SCAN-OUTSTANDING-ALERTS.
           MOVE WK-PENDING TO WK-RPT-PENDING.
           MOVE WK-OVER-LIMIT TO WK-RPT-OVER.
           MOVE WK-ESCALATED TO WK-RPT-ESCALATED.
           MOVE WK-ACKED TO WK-RPT-ACKED.
           WRITE ALR-RPT-LINE FROM WK-RPT-TOTALS.
           CLOSE ALR-RPT-FILE.

           IF WK-ESCALATED > 0
               PERFORM WRITE-ESCALATION-AUDIT
           END-IF.

           DISPLAY 'OPSACK - ' WK-PENDING ' ALERTAS PENDENTES, '
               WK-OVER-LIMIT ' ACIMA DO LIMITE, ' WK-ESCALATED
               ' ESCALONADOS AGORA'.

           IF WK-OVER-LIMIT > 0 OR ACK-WAS-REFUSED
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> An ALERTA card names the alert to acknowledge; with a
      *> RUNCARDS allocation but no card the session is the
      *> report and escalation run alone. The note may run over
      *> three cards, twenty columns each.
       GET-ACK-REQUEST.
           MOVE SPACES TO WK-ACK-STAMP.
           MOVE SPACES TO WK-ACK-ID.
           MOVE SPACES TO WK-ACK-NOTE.
           MOVE 'ALERTA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:16) TO WK-ACK-STAMP
               MOVE 'MENSAGEM' TO WK-CARD-WANTED
               PERFORM GET-RUN-CARD
               IF CARD-VALUE-FOUND
                   MOVE WK-CARD-TEXT(1:7) TO WK-ACK-ID
               END-IF
               MOVE 'NOTA' TO WK-CARD-WANTED
               PERFORM GET-RUN-CARD
               IF CARD-VALUE-FOUND
                   MOVE WK-CARD-TEXT TO WK-ACK-NOTE(1:20)
               END-IF
               MOVE 'NOTA2' TO WK-CARD-WANTED
               PERFORM GET-RUN-CARD
               IF CARD-VALUE-FOUND
                   MOVE WK-CARD-TEXT TO WK-ACK-NOTE(21:20)
               END-IF
               MOVE 'NOTA3' TO WK-CARD-WANTED
               PERFORM GET-RUN-CARD
               IF CARD-VALUE-FOUND
                   MOVE WK-CARD-TEXT TO WK-ACK-NOTE(41:20)
               END-IF
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'ALERTA A RECONHECER - DATA-HORA'
                       ' AAAAMMDDHHMMSSCC (BRANCO=NENHUM)'
                   ACCEPT WK-ACK-STAMP
                       ON EXCEPTION
                           MOVE SPACES TO WK-ACK-STAMP
                   END-ACCEPT
                   IF WK-ACK-STAMP NOT = SPACES
                       DISPLAY 'ID DA MENSAGEM'
                       ACCEPT WK-ACK-ID
                           ON EXCEPTION
                               MOVE SPACES TO WK-ACK-ID
                       END-ACCEPT
                       DISPLAY 'NOTA DE RESOLUCAO'
                       ACCEPT WK-ACK-NOTE
                           ON EXCEPTION
                               MOVE SPACES TO WK-ACK-NOTE
                       END-ACCEPT
                   END-IF
               END-IF
           END-IF.

      *> Only entries for alerts inside the window are kept; older
      *> alerts are not reported, so their entries are not needed.
       LOAD-ALERT-REGISTER.
           MOVE 0 TO WK-ALR-COUNT.
           OPEN INPUT OACK-FILE.
           IF WK-OACK-STATUS = '00'
               PERFORM UNTIL WK-OACK-STATUS = '10'
                   OR TABLE-OVERFLOWED
                   READ OACK-FILE
                       AT END
                           MOVE '10' TO WK-OACK-STATUS
                       NOT AT END
                           IF OACK-MSG-STAMP(1:8) IS NUMERIC
                               AND OACK-MSG-STAMP(1:8) > '16010101'
                               PERFORM KEEP-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OACK-FILE
           ELSE
               CLOSE OACK-FILE
           END-IF.

       KEEP-REGISTER-ENTRY.
           MOVE OACK-MSG-STAMP(1:8) TO WK-MSG-YMD.
           COMPUTE WK-MSG-INT =
               FUNCTION INTEGER-OF-DATE(WK-MSG-YMD).
           IF WK-MSG-INT >= WK-FROM-INT
               IF WK-ALR-COUNT < 2000
                   ADD 1 TO WK-ALR-COUNT
                   MOVE OACK-TYPE TO WK-ALR-TYPE (WK-ALR-COUNT)
                   MOVE OACK-MSG-STAMP
                       TO WK-ALR-KEY (WK-ALR-COUNT)(1:16)
                   MOVE OACK-MSG-ID
                       TO WK-ALR-KEY (WK-ALR-COUNT)(17:7)
               ELSE
                   SET TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      *> Callers MOVE the alert key to WK-FIND-KEY and the entry
      *> type to WK-FIND-TYPE.
       FIND-REGISTER-ENTRY.
           MOVE 'N' TO WK-FIND-HIT.
           PERFORM VARYING WK-ALR-IX FROM 1 BY 1
               UNTIL WK-ALR-IX > WK-ALR-COUNT
               IF WK-ALR-KEY (WK-ALR-IX) = WK-FIND-KEY
                   AND WK-ALR-TYPE (WK-ALR-IX) = WK-FIND-TYPE
                   SET REGISTER-ENTRY-FOUND TO TRUE
                   MOVE WK-ALR-COUNT TO WK-ALR-IX
               END-IF
           END-PERFORM.

      *> Entries recorded during the session go into the spare
      *> slots so the report below already reflects them.
       ADD-REGISTER-ENTRY.
           IF WK-ALR-COUNT < 2100
               ADD 1 TO WK-ALR-COUNT
               MOVE WK-FIND-TYPE TO WK-ALR-TYPE (WK-ALR-COUNT)
               MOVE WK-FIND-KEY TO WK-ALR-KEY (WK-ALR-COUNT)
           END-IF.

       ACKNOWLEDGE-ALERT.
           IF WK-ACK-STAMP IS NOT NUMERIC
               OR WK-ACK-ID = SPACES
               DISPLAY 'ALERTA INVALIDO - INFORME DATA-HORA COM 16'
                   ' DIGITOS E ID DA MENSAGEM'
               STRING 'RECONHECIMENTO RECUSADO - ALERTA INVALIDO '
                   WK-ACK-STAMP
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-ACK-ERROR
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.
           IF WK-ACK-NOTE = SPACES
               DISPLAY 'NOTA DE RESOLUCAO OBRIGATORIA - ALERTA NAO'
                   ' RECONHECIDO'
               STRING 'RECONHECIMENTO RECUSADO - SEM NOTA ' WK-ACK-ID
                   ' ' WK-ACK-STAMP
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-ACK-ERROR
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.
           MOVE WK-ACK-STAMP TO WK-FIND-KEY(1:16).
           MOVE WK-ACK-ID TO WK-FIND-KEY(17:7).
           MOVE 'R' TO WK-FIND-TYPE.
           PERFORM FIND-REGISTER-ENTRY.
           IF REGISTER-ENTRY-FOUND
               DISPLAY 'ALERTA ' WK-ACK-ID ' ' WK-ACK-STAMP
                   ' JA RECONHECIDO'
               STRING 'RECONHECIMENTO RECUSADO - JA RECONHECIDO '
                   WK-ACK-ID ' ' WK-ACK-STAMP
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-ACK-ERROR
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.
           PERFORM LOCATE-ALERT-MESSAGE.
           IF NOT ALERT-MESSAGE-FOUND
               DISPLAY 'ALERTA ' WK-ACK-ID ' ' WK-ACK-STAMP
                   ' NAO ENCONTRADO NO OPSMSGS'
               STRING 'RECONHECIMENTO RECUSADO - SEM ALERTA '
                   WK-ACK-ID ' ' WK-ACK-STAMP
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-ACK-ERROR
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.

           MOVE 'R' TO OACK-TYPE.
           MOVE WK-ACK-STAMP TO OACK-MSG-STAMP.
           MOVE WK-ACK-ID TO OACK-MSG-ID.
           MOVE WK-OPERATOR-ID TO OACK-OPERATOR.
           MOVE WK-NOW-STAMP TO OACK-STAMP.
           MOVE WK-ALERT-AGE TO OACK-AGE-HOURS.
           MOVE WK-ACK-NOTE TO OACK-NOTE.
           PERFORM APPEND-REGISTER-ENTRY.
           IF WK-OACK-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR OPSACK - STATUS '
                   WK-OACK-STATUS
               STRING 'OPSACK INDISPONIVEL (STATUS ' WK-OACK-STATUS
                   ') - ' WK-ACK-ID ' ' WK-ACK-STAMP
                   ' NAO RECONHECIDO'
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-ACK-ERROR
               GO TO ACKNOWLEDGE-ALERT-EXIT
           END-IF.
           PERFORM ADD-REGISTER-ENTRY.

           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'OPSACK' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'ALERTA ' WK-ACK-ID ' ' WK-ACK-STAMP
               ' RECONHECIDO APOS ' WK-ALERT-AGE ' H'
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           MOVE 'ACK0001' TO OMSG-ID.
           MOVE 'I' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'ALERTA ' WK-ACK-ID ' ' WK-ACK-STAMP
               ' RECONHECIDO POR ' WK-OPERATOR-ID
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

           DISPLAY 'ALERTA ' WK-ACK-ID ' ' WK-ACK-STAMP
               ' RECONHECIDO'.
       ACKNOWLEDGE-ALERT-EXIT.
           EXIT.

      *> Only an action-required entry can be acknowledged; its age
      *> is taken from the matching OPSMSGS entry.
       LOCATE-ALERT-MESSAGE.
           MOVE 'N' TO WK-MSG-FOUND.
           OPEN INPUT MSG-FILE.
           IF WK-MSGF-STATUS = '00'
               PERFORM UNTIL WK-MSGF-STATUS = '10'
                   OR ALERT-MESSAGE-FOUND
                   READ MSG-FILE
                       AT END
                           MOVE '10' TO WK-MSGF-STATUS
                       NOT AT END
                           IF MSG-TIMESTAMP(1:16) = WK-ACK-STAMP
                               AND MSG-ID = WK-ACK-ID
                               AND MSG-SEVERITY = 'A'
                               SET ALERT-MESSAGE-FOUND TO TRUE
                               PERFORM COMPUTE-ALERT-AGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MSG-FILE
           ELSE
               CLOSE MSG-FILE
           END-IF.

      *> Whole hours between the entry's timestamp and the start
      *> of the session; a clock set back never gives a negative.
       COMPUTE-ALERT-AGE.
           MOVE MSG-TIMESTAMP(1:8) TO WK-MSG-YMD.
           MOVE MSG-TIMESTAMP(9:2) TO WK-MSG-HH.
           MOVE MSG-TIMESTAMP(11:2) TO WK-MSG-MI.
           COMPUTE WK-MSG-INT =
               FUNCTION INTEGER-OF-DATE(WK-MSG-YMD).
           COMPUTE WK-AGE-MINUTES =
               (WK-NOW-INT - WK-MSG-INT) * 1440
               + WK-NOW-HH * 60 + WK-NOW-MI
               - WK-MSG-HH * 60 - WK-MSG-MI.
           IF WK-AGE-MINUTES < 0
               MOVE 0 TO WK-AGE-MINUTES
           END-IF.
           IF WK-AGE-MINUTES > 599940
               MOVE 9999 TO WK-ALERT-AGE
           ELSE
               COMPUTE WK-ALERT-AGE = WK-AGE-MINUTES / 60
           END-IF.

      *> OPSMSGS is written in time order, so the report lists the
      *> oldest - the most overdue - alert first.
       SCAN-OUTSTANDING-ALERTS.
           OPEN INPUT MSG-FILE.
           IF WK-MSGF-STATUS NOT = '00'
               CLOSE MSG-FILE
               WRITE ALR-RPT-LINE FROM WK-RPT-NO-FILE
           ELSE
               WRITE ALR-RPT-LINE FROM WK-RPT-COL-HDR
               PERFORM UNTIL WK-MSGF-STATUS = '10'
                   READ MSG-FILE
                       AT END
                           MOVE '10' TO WK-MSGF-STATUS
                       NOT AT END
                           IF MSG-SEVERITY = 'A'
                               AND MSG-TIMESTAMP(1:12) IS NUMERIC
                               AND MSG-TIMESTAMP(1:8) > '16010101'
                               PERFORM CHECK-ONE-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MSG-FILE
               IF WK-PENDING = 0
                   WRITE ALR-RPT-LINE FROM WK-RPT-NONE
               END-IF
           END-IF.

       CHECK-ONE-ALERT.
           MOVE MSG-TIMESTAMP(1:8) TO WK-MSG-YMD.
           COMPUTE WK-MSG-INT =
               FUNCTION INTEGER-OF-DATE(WK-MSG-YMD).
           IF WK-MSG-INT >= WK-FROM-INT
               MOVE MSG-TIMESTAMP(1:16) TO WK-FIND-KEY(1:16)
               MOVE MSG-ID TO WK-FIND-KEY(17:7)
               MOVE 'R' TO WK-FIND-TYPE
               PERFORM FIND-REGISTER-ENTRY
               IF REGISTER-ENTRY-FOUND
                   ADD 1 TO WK-ACKED
               ELSE
                   PERFORM REPORT-OPEN-ALERT
               END-IF
           END-IF.

       REPORT-OPEN-ALERT.
           ADD 1 TO WK-PENDING.
           PERFORM COMPUTE-ALERT-AGE.
           MOVE SPACES TO WK-RPT-SITUATION.
           IF WK-ALERT-AGE >= WK-LIMIT-HOURS
               ADD 1 TO WK-OVER-LIMIT
               MOVE 'E' TO WK-FIND-TYPE
               PERFORM FIND-REGISTER-ENTRY
               IF REGISTER-ENTRY-FOUND
                   MOVE 'ESCALONADO' TO WK-RPT-SITUATION
               ELSE
                   PERFORM ESCALATE-ALERT
               END-IF
           END-IF.
           MOVE MSG-TIMESTAMP(1:16) TO WK-RPT-STAMP.
           MOVE MSG-ID TO WK-RPT-ID.
           MOVE WK-ALERT-AGE TO WK-RPT-AGE.
           MOVE MSG-TEXT TO WK-RPT-TEXT.
           WRITE ALR-RPT-LINE FROM WK-RPT-ALERT-LINE.

      *> Escalated once: the 'E' entry keeps later sessions from
      *> raising the same alert again; the report goes on showing
      *> it as escalated until someone acknowledges it.
       ESCALATE-ALERT.
           MOVE 'E' TO OACK-TYPE.
           MOVE MSG-TIMESTAMP(1:16) TO OACK-MSG-STAMP.
           MOVE MSG-ID TO OACK-MSG-ID.
           MOVE WK-OPERATOR-ID TO OACK-OPERATOR.
           MOVE WK-NOW-STAMP TO OACK-STAMP.
           MOVE WK-ALERT-AGE TO OACK-AGE-HOURS.
           MOVE MSG-TEXT TO OACK-NOTE.
           PERFORM APPEND-REGISTER-ENTRY.
           IF WK-OACK-STATUS = '00'
               PERFORM ADD-REGISTER-ENTRY
               ADD 1 TO WK-ESCALATED
               MOVE 'ESCALONADO AGORA' TO WK-RPT-SITUATION
               MOVE 'ACK0002' TO OMSG-ID
               MOVE 'W' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'ALERTA ' MSG-ID ' ' MSG-TIMESTAMP(1:16)
                   ' SEM RECONHECIMENTO HA ' WK-ALERT-AGE ' H'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           ELSE
               MOVE 'NAO ESCALONADO' TO WK-RPT-SITUATION
               STRING 'OPSACK INDISPONIVEL (STATUS ' WK-OACK-STATUS
                   ') - ' MSG-ID ' ' MSG-TIMESTAMP(1:16)
                   ' NAO ESCALONADO'
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-ACK-ERROR
           END-IF.

      *> Callers fill OACK-RECORD first and test WK-OACK-STATUS.
       APPEND-REGISTER-ENTRY.
           OPEN EXTEND OACK-FILE.
           IF WK-OACK-STATUS = '35' OR WK-OACK-STATUS = '05'
               OPEN OUTPUT OACK-FILE
           END-IF.
           IF WK-OACK-STATUS = '00'
               WRITE OACK-RECORD
               CLOSE OACK-FILE
           ELSE
               CLOSE OACK-FILE
           END-IF.

       WRITE-ESCALATION-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'OPSACK' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'ALERTAS ESCALONADOS=' WK-ESCALATED
               ' SEM RECONHECIMENTO HA ' WK-LIMIT-HOURS ' H OU MAIS'
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

      *> Callers STRING the detail first.
       LOG-ACK-ERROR.
           SET ACK-WAS-REFUSED TO TRUE.
           MOVE 'OPSACK' TO ERR-PROGRAM.
           MOVE 'ALERTA' TO ERR-TYPE.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.
           MOVE SPACES TO ERR-DETAIL.

       LOG-TABLE-OVERFLOW-ERROR.
           MOVE 'OPSACK' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           STRING 'OPSACK COM MAIS DE 2000 ENTRADAS NA JANELA -'
               ' SESSAO RECUSADA'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'OPSACK' TO ERR-PROGRAM.
           MOVE 'SIGNON' TO ERR-TYPE.
           STRING 'OPERADOR ' WK-OPERATOR-ID ' NAO AUTORIZADO APOS '
               WK-OPER-RETRY ' TENTATIVAS'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKUSERP.

           COPY WKSIGNP.

           COPY WKMSGP.

       END PROGRAM OPSACK.
