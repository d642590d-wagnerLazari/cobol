      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verification of the AUDITLOG chain for the
      *          auditors. Reads the AUDCHAIN head first, then walks
      *          the AUDARCH archive and the live AUDITLOG in that
      *          order - the order LOGPURGE keeps them in - checking
      *          that the chain sequence climbs by one from 1 and
      *          recomputing every entry's check value from the
      *          entry and the previous value (WKACHNP). The first
      *          break found is reported on AUDVRPT with the file,
      *          record position, sequence, timestamp, program and
      *          the reason: an entry altered, removed, inserted
      *          without a chain value, or entries missing from the
      *          end against the AUDCHAIN head. Entries from before
      *          the chain existed (blank chain fields ahead of the
      *          first chained entry) are counted, not checked. The
      *          result goes to AUDITLOG; a break also raises
      *          AVF0001 as action required and ends RETURN-CODE 8.
      *          Governed by the AUDITRPT authorization.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-AUDIT-STATUS.

             SELECT AUD-ARCH-FILE ASSIGN TO "AUDARCH"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ARCH-STATUS.

             SELECT CHAIN-FILE ASSIGN TO "AUDCHAIN"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ACHN-STATUS.

             SELECT VRF-RPT-FILE ASSIGN TO "AUDVRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD       PIC X(117).

        FD  AUD-ARCH-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUD-ARCH-RECORD         PIC X(117).

        FD  CHAIN-FILE
            LABEL RECORDS ARE STANDARD.
        01  CHAIN-FILE-RECORD       PIC X(39).

        FD  VRF-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  VRF-RPT-LINE            PIC X(80).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-ARCH-STATUS  PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-SRC-NAME     PIC X(10) VALUE SPACES.
       77  WK-SRC-READ     PIC 9(09) VALUE 0.
       77  WK-SRC-LEGACY   PIC 9(09) VALUE 0.
       77  WK-CHAINED      PIC 9(09) VALUE 0.
       77  WK-LAST-SEQ     PIC 9(09) VALUE 0.
       77  WK-LAST-VALUE   PIC 9(09) VALUE 0.
       77  WK-EXPECT-SEQ   PIC 9(09) VALUE 0.
       77  WK-HEAD-FOUND   PIC X(01) VALUE 'N'.
           88  CHAIN-HEAD-FOUND VALUE 'Y'.
       77  WK-HEAD-REACHED PIC X(01) VALUE 'N'.
           88  CHAIN-HEAD-REACHED VALUE 'Y'.
       77  WK-STARTED      PIC X(01) VALUE 'N'.
           88  CHAIN-STARTED VALUE 'Y'.
       77  WK-BROKEN       PIC X(01) VALUE 'N'.
           88  CHAIN-BROKEN VALUE 'Y'.
       77  WK-BRK-FILE     PIC X(10) VALUE SPACES.
       77  WK-BRK-POS      PIC 9(09) VALUE 0.
       77  WK-BRK-SEQ      PIC X(09) VALUE SPACES.
       77  WK-BRK-STAMP    PIC X(16) VALUE SPACES.
       77  WK-BRK-PROGRAM  PIC X(10) VALUE SPACES.
       77  WK-BRK-REASON   PIC X(60) VALUE SPACES.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKACHN.
           COPY WKCARD.
           COPY WKUSER.
      *> Present only so the shared sign-on compiles; the check
      *> always runs the card or prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKERR.
           COPY WKMSG.

       01  WK-VRF-RECORD.
           05  WK-VRF-ENTRY        PIC X(99).
           05  WK-VRF-SEQ-X        PIC X(09).
           05  WK-VRF-SEQ REDEFINES WK-VRF-SEQ-X
                                   PIC 9(09).
           05  WK-VRF-CHAIN-X      PIC X(09).
           05  WK-VRF-CHAIN REDEFINES WK-VRF-CHAIN-X
                                   PIC 9(09).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(36) VALUE
               'VERIFICACAO DA CADEIA DO AUDITLOG - '.
           05  WK-RPT-HDR-DATE   PIC X(08).
           05  FILLER            PIC X(07) VALUE '  HORA '.
           05  WK-RPT-HDR-TIME   PIC X(04).

       01  WK-RPT-HEAD-LINE.
           05  FILLER            PIC X(13) VALUE 'AUDCHAIN SEQ '.
           05  WK-RPT-HEAD-SEQ   PIC Z(8)9.
           05  FILLER            PIC X(07) VALUE ' VALOR '.
           05  WK-RPT-HEAD-VALUE PIC 9(09).
           05  FILLER            PIC X(09) VALUE ' GRAVADO '.
           05  WK-RPT-HEAD-STAMP PIC X(16).

       01  WK-RPT-NO-HEAD      PIC X(50) VALUE
           'AUDCHAIN NAO DISPONIVEL'.

       01  WK-RPT-FILE-LINE.
           05  WK-RPT-FILE-NAME  PIC X(10).
           05  FILLER            PIC X(09) VALUE 'ENTRADAS '.
           05  WK-RPT-FILE-READ  PIC Z(8)9.
           05  FILLER            PIC X(25) VALUE
               '  ANTERIORES A CADEIA '.
           05  WK-RPT-FILE-LEG   PIC Z(8)9.

       01  WK-RPT-OK-LINE.
           05  FILLER            PIC X(38) VALUE
               'CADEIA INTEGRA - ENTRADAS ENCADEADAS: '.
           05  WK-RPT-OK-COUNT   PIC Z(8)9.

       01  WK-RPT-BRK-LINE-1.
           05  FILLER            PIC X(20) VALUE
               'QUEBRA DA CADEIA EM '.
           05  WK-RPT-BRK-FILE   PIC X(10).
           05  FILLER            PIC X(10) VALUE ' REGISTRO '.
           05  WK-RPT-BRK-POS    PIC Z(8)9.

       01  WK-RPT-BRK-LINE-2.
           05  FILLER            PIC X(04) VALUE 'SEQ '.
           05  WK-RPT-BRK-SEQ    PIC X(09).
           05  FILLER            PIC X(11) VALUE ' DATA-HORA '.
           05  WK-RPT-BRK-STAMP  PIC X(16).
           05  FILLER            PIC X(10) VALUE ' PROGRAMA '.
           05  WK-RPT-BRK-PGM    PIC X(10).

       01  WK-RPT-BRK-LINE-3.
           05  FILLER            PIC X(08) VALUE 'MOTIVO: '.
           05  WK-RPT-BRK-REASON PIC X(60).

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'AUDVERIF' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      *> The head is taken before the walk: entries appended while
      *> the check runs lie beyond it and do not count as a break.
           PERFORM READ-CHAIN-HEAD.

           OPEN OUTPUT VRF-RPT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RPT-HDR-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WK-RPT-HDR-TIME.
           WRITE VRF-RPT-LINE FROM WK-RPT-HEADER.
           IF CHAIN-HEAD-FOUND
               MOVE ACHN-HEAD-SEQ TO WK-RPT-HEAD-SEQ
               MOVE ACHN-HEAD-VALUE TO WK-RPT-HEAD-VALUE
               MOVE ACHN-HEAD-STAMP(1:16) TO WK-RPT-HEAD-STAMP
               WRITE VRF-RPT-LINE FROM WK-RPT-HEAD-LINE
           ELSE
               WRITE VRF-RPT-LINE FROM WK-RPT-NO-HEAD
           END-IF.

           PERFORM WALK-ARCHIVE-LOG.
           PERFORM WALK-LIVE-LOG.
           IF NOT CHAIN-BROKEN
               PERFORM CHECK-CHAIN-END
           END-IF.

           IF CHAIN-BROKEN
               MOVE WK-BRK-FILE TO WK-RPT-BRK-FILE
               MOVE WK-BRK-POS TO WK-RPT-BRK-POS
               WRITE VRF-RPT-LINE FROM WK-RPT-BRK-LINE-1
               MOVE WK-BRK-SEQ TO WK-RPT-BRK-SEQ
               MOVE WK-BRK-STAMP TO WK-RPT-BRK-STAMP
               MOVE WK-BRK-PROGRAM TO WK-RPT-BRK-PGM
               WRITE VRF-RPT-LINE FROM WK-RPT-BRK-LINE-2
               MOVE WK-BRK-REASON TO WK-RPT-BRK-REASON
               WRITE VRF-RPT-LINE FROM WK-RPT-BRK-LINE-3
           ELSE
               MOVE WK-CHAINED TO WK-RPT-OK-COUNT
               WRITE VRF-RPT-LINE FROM WK-RPT-OK-LINE
           END-IF.
           CLOSE VRF-RPT-FILE.

           PERFORM WRITE-VERIFY-AUDIT.

           IF CHAIN-BROKEN
               MOVE 'AVF0001' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'CADEIA DO AUDITLOG QUEBRADA EM ' WK-BRK-FILE
                   ' REGISTRO ' WK-BRK-POS
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               DISPLAY '*** AUDVERIF - QUEBRA DA CADEIA EM '
                   WK-BRK-FILE ' REGISTRO ' WK-BRK-POS ' ***'
               DISPLAY WK-BRK-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'AUDVERIF - CADEIA INTEGRA, ' WK-CHAINED
                   ' ENTRADAS ENCADEADAS'
           END-IF.

           GOBACK.

       READ-CHAIN-HEAD.
           MOVE 'N' TO WK-HEAD-FOUND.
           OPEN INPUT CHAIN-FILE.
           IF WK-ACHN-STATUS = '00'
               READ CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CHAIN-FILE-RECORD TO ACHN-HEAD-RECORD
                       IF ACHN-HEAD-SEQ IS NUMERIC
                           AND ACHN-HEAD-VALUE IS NUMERIC
                           SET CHAIN-HEAD-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE CHAIN-FILE
           ELSE
               CLOSE CHAIN-FILE
           END-IF.

      *> No archive yet (the first LOGPURGE has not run) is not a
      *> break; the chain then starts in the live log.
       WALK-ARCHIVE-LOG.
           MOVE 'AUDARCH' TO WK-SRC-NAME.
           MOVE 0 TO WK-SRC-READ.
           MOVE 0 TO WK-SRC-LEGACY.
           OPEN INPUT AUD-ARCH-FILE.
           IF WK-ARCH-STATUS = '00'
               PERFORM UNTIL WK-ARCH-STATUS = '10'
                   READ AUD-ARCH-FILE
                       AT END
                           MOVE '10' TO WK-ARCH-STATUS
                       NOT AT END
                           MOVE AUD-ARCH-RECORD TO WK-VRF-RECORD
                           PERFORM CHECK-ONE-ENTRY
                               THRU CHECK-ONE-ENTRY-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUD-ARCH-FILE
           ELSE
               CLOSE AUD-ARCH-FILE
           END-IF.
           PERFORM WRITE-FILE-COUNTS.

       WALK-LIVE-LOG.
           MOVE 'AUDITLOG' TO WK-SRC-NAME.
           MOVE 0 TO WK-SRC-READ.
           MOVE 0 TO WK-SRC-LEGACY.
           OPEN INPUT AUDIT-FILE.
           IF WK-AUDIT-STATUS = '00'
               PERFORM UNTIL WK-AUDIT-STATUS = '10'
                   READ AUDIT-FILE
                       AT END
                           MOVE '10' TO WK-AUDIT-STATUS
                       NOT AT END
                           MOVE AUDIT-FILE-RECORD TO WK-VRF-RECORD
                           PERFORM CHECK-ONE-ENTRY
                               THRU CHECK-ONE-ENTRY-EXIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               CLOSE AUDIT-FILE
           END-IF.
           PERFORM WRITE-FILE-COUNTS.

       WRITE-FILE-COUNTS.
           MOVE WK-SRC-NAME TO WK-RPT-FILE-NAME.
           MOVE WK-SRC-READ TO WK-RPT-FILE-READ.
           MOVE WK-SRC-LEGACY TO WK-RPT-FILE-LEG.
           WRITE VRF-RPT-LINE FROM WK-RPT-FILE-LINE.

      *> Only the first break is reported; the entries after it are
      *> counted but no longer checked.
       CHECK-ONE-ENTRY.
           ADD 1 TO WK-SRC-READ.
           IF CHAIN-BROKEN
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           IF WK-VRF-SEQ-X = SPACES AND WK-VRF-CHAIN-X = SPACES
               IF CHAIN-STARTED
                   MOVE 'ENTRADA SEM VALOR DE CONTROLE APOS O INICIO'
                       TO WK-BRK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               ELSE
                   ADD 1 TO WK-SRC-LEGACY
               END-IF
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           IF WK-VRF-SEQ-X IS NOT NUMERIC
               OR WK-VRF-CHAIN-X IS NOT NUMERIC
               MOVE 'CAMPOS DE CONTROLE INVALIDOS - ENTRADA ALTERADA'
                   TO WK-BRK-REASON
               PERFORM RECORD-CHAIN-BREAK
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           COMPUTE WK-EXPECT-SEQ = WK-LAST-SEQ + 1.
           IF WK-VRF-SEQ > WK-EXPECT-SEQ
               STRING 'SEQUENCIA ' WK-EXPECT-SEQ ' ESPERADA - '
                   'HA ENTRADAS REMOVIDAS'
                   DELIMITED BY SIZE INTO WK-BRK-REASON
               PERFORM RECORD-CHAIN-BREAK
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           IF WK-VRF-SEQ < WK-EXPECT-SEQ
               STRING 'SEQUENCIA ' WK-EXPECT-SEQ ' ESPERADA - '
                   'ENTRADA REPETIDA OU REINICIO'
                   DELIMITED BY SIZE INTO WK-BRK-REASON
               PERFORM RECORD-CHAIN-BREAK
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           MOVE WK-VRF-ENTRY TO WK-ACHN-ENTRY.
           MOVE WK-VRF-SEQ TO WK-ACHN-SEQ.
           MOVE WK-LAST-VALUE TO WK-ACHN-PREV.
           PERFORM COMPUTE-CHAIN-VALUE.
           IF WK-ACHN-VALUE NOT = WK-VRF-CHAIN
               MOVE 'VALOR DE CONTROLE DIVERGENTE - ENTRADA ALTERADA'
                   TO WK-BRK-REASON
               PERFORM RECORD-CHAIN-BREAK
               GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.
           SET CHAIN-STARTED TO TRUE.
           ADD 1 TO WK-CHAINED.
           MOVE WK-VRF-SEQ TO WK-LAST-SEQ.
           MOVE WK-VRF-CHAIN TO WK-LAST-VALUE.
           IF CHAIN-HEAD-FOUND AND WK-VRF-SEQ = ACHN-HEAD-SEQ
               SET CHAIN-HEAD-REACHED TO TRUE
               IF WK-VRF-CHAIN NOT = ACHN-HEAD-VALUE
                   MOVE 'ENTRADA DIFERE DA REGISTRADA NO AUDCHAIN'
                       TO WK-BRK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
           END-IF.
       CHECK-ONE-ENTRY-EXIT.
           EXIT.

      *> Callers MOVE or STRING the reason first; the entry is the
      *> one in WK-VRF-RECORD.
       RECORD-CHAIN-BREAK.
           SET CHAIN-BROKEN TO TRUE.
           MOVE WK-SRC-NAME TO WK-BRK-FILE.
           MOVE WK-SRC-READ TO WK-BRK-POS.
           MOVE WK-VRF-SEQ-X TO WK-BRK-SEQ.
           MOVE WK-VRF-ENTRY(1:16) TO WK-BRK-STAMP.
           MOVE WK-VRF-ENTRY(22:10) TO WK-BRK-PROGRAM.

      *> A head beyond the last entry read means entries were taken
      *> off the end of the log, which the chain alone can't show.
       CHECK-CHAIN-END.
           IF CHAIN-HEAD-FOUND
               IF NOT CHAIN-HEAD-REACHED AND ACHN-HEAD-SEQ > 0
                   MOVE SPACES TO WK-VRF-RECORD
                   MOVE 'AUDITLOG' TO WK-SRC-NAME
                   STRING 'FIM DA CADEIA NA SEQ ' WK-LAST-SEQ
                       ' - AUDCHAIN REGISTRA ' ACHN-HEAD-SEQ
                       DELIMITED BY SIZE INTO WK-BRK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
           ELSE
               IF CHAIN-STARTED
                   MOVE SPACES TO WK-VRF-RECORD
                   MOVE 'AUDCHAIN' TO WK-SRC-NAME
                   MOVE 0 TO WK-SRC-READ
                   MOVE 'AUDCHAIN AUSENTE OU INVALIDO - CABECA PERDIDA'
                       TO WK-BRK-REASON
                   PERFORM RECORD-CHAIN-BREAK
               END-IF
           END-IF.

       WRITE-VERIFY-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'AUDVERIF' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           IF CHAIN-BROKEN
               STRING 'CADEIA QUEBRADA EM ' WK-BRK-FILE ' REGISTRO '
                   WK-BRK-POS ' SEQ ' WK-BRK-SEQ
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING 'CADEIA INTEGRA - ' WK-CHAINED
                   ' ENTRADAS ATE A SEQ ' WK-LAST-SEQ
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'AUDVERIF' TO ERR-PROGRAM.
           MOVE 'SIGNON' TO ERR-TYPE.
           STRING 'OPERADOR ' WK-OPERATOR-ID ' NAO AUTORIZADO APOS '
               WK-OPER-RETRY ' TENTATIVAS'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKACHNP.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKUSERP.

           COPY WKSIGNP.

           COPY WKMSGP.

       END PROGRAM AUDVERIF.
