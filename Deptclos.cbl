      ******************************************************************
      * Author:
      * Date:
      * Purpose: Month-end and year-end close of the department
      *          balances SOMA2 keeps on DEPTMST. For the period
      *          being closed (PERIODO control card or prompt,
      *          AAAAMM, default the period after the last one
      *          closed) it works out each department's balance at
      *          the end of the period - the DEPTMST balance less
      *          every DEPTPOST entry dated after it - and saves it
      *          on DEPTPER, then marks the period closed. The
      *          December close is the year-end close. Periods close
      *          in order and never twice; once closed, SOMA2 and
      *          SOMAREV refuse postings dated in the period and
      *          DEPTSTMT takes the next month's opening position
      *          from the saved balances. Each close goes to
      *          AUDITLOG with the operator id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTCLOS.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DEPT-PER-FILE ASSIGN TO "DEPTPER"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPER-STATUS.

             SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPT-MST-DEPT
                 FILE STATUS IS WK-DMST-STATUS.

             SELECT DEPT-POST-FILE ASSIGN TO "DEPTPOST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPOST-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  DEPT-PER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPER.

        FD  DEPT-MST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDMST.

        FD  DEPT-POST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPOST.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-DPER-STATUS  PIC X(02).
       77  WK-DMST-STATUS  PIC X(02).
       77  WK-DPOST-STATUS PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-CONFIRM      PIC X(01) VALUE SPACE.
       77  WK-LAST-CLOSED  PIC 9(06) VALUE 0.
       77  WK-NEXT-PERIOD  PIC 9(06) VALUE 0.
       77  WK-PERIOD-EDIT  PIC X(06) VALUE SPACES.
       77  WK-CLOSE-KIND   PIC X(01) VALUE 'M'.
       77  WK-CLOSE-BAL    PIC S9(13)V99 VALUE 0.
       77  WK-DEPT-CLOSED  PIC 9(05) VALUE 0.
       77  WK-BAL-EDIT     PIC Z(12)9,99-.
       77  WK-REFUSE-MSG   PIC X(50) VALUE SPACES.
       77  WK-CLOSE-DONE   PIC X(01) VALUE 'N'.
           88  PERIOD-CLOSED   VALUE 'Y'.
           COPY WKUSER.
           COPY WKCARD.
      *> Present only so the shared sign-on compiles; the close
      *> always runs the card or prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.
           COPY WKCAL.

      *> Period being closed, with the year and month apart for the
      *> sequence arithmetic.
       01  WK-PERIOD.
           05  WK-PER-YEAR         PIC 9(04).
           05  WK-PER-MONTH        PIC 9(02).
       01  WK-PERIOD-N REDEFINES WK-PERIOD PIC 9(06).

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'DEPTCLOS' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-LAST-CLOSED.

      *> Default: the period after the last one closed; on the very
      *> first close, the month before the processing date.
           IF WK-LAST-CLOSED > 0
               MOVE WK-NEXT-PERIOD TO WK-PERIOD-N
           ELSE
               MOVE CAL-PROC-DATE(1:6) TO WK-PERIOD-N
               IF WK-PER-MONTH = 1
                   SUBTRACT 1 FROM WK-PER-YEAR
                   MOVE 12 TO WK-PER-MONTH
               ELSE
                   SUBTRACT 1 FROM WK-PER-MONTH
               END-IF
           END-IF.
           MOVE WK-PERIOD-N TO WK-PERIOD-EDIT.
           MOVE 'PERIODO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:6) TO WK-PERIOD-EDIT
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'PERIODO A FECHAR AAAAMM (PADRAO '
                       WK-PERIOD-EDIT ')'
                   ACCEPT WK-CARD-TEXT
                       ON EXCEPTION
                           MOVE SPACES TO WK-CARD-TEXT
                   END-ACCEPT
                   IF WK-CARD-TEXT NOT = SPACES
                       MOVE WK-CARD-TEXT(1:6) TO WK-PERIOD-EDIT
                   END-IF
               END-IF
           END-IF.

           PERFORM VALIDATE-PERIOD.
           IF WK-REFUSE-MSG NOT = SPACES
               DISPLAY 'FECHAMENTO RECUSADO - ' WK-REFUSE-MSG
               PERFORM LOG-REFUSED-CLOSE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WK-PER-MONTH = 12
               MOVE 'A' TO WK-CLOSE-KIND
           ELSE
               MOVE 'M' TO WK-CLOSE-KIND
           END-IF.

           IF NOT RUN-CARDS-PRESENT
               IF WK-CLOSE-KIND = 'A'
                   DISPLAY 'CONFIRMA O FECHAMENTO ANUAL DE '
                       WK-PERIOD-EDIT '? (S/N)'
               ELSE
                   DISPLAY 'CONFIRMA O FECHAMENTO MENSAL DE '
                       WK-PERIOD-EDIT '? (S/N)'
               END-IF
               ACCEPT WK-CONFIRM
                   ON EXCEPTION
                       MOVE 'N' TO WK-CONFIRM
               END-ACCEPT
               IF WK-CONFIRM NOT = 'S' AND WK-CONFIRM NOT = 's'
                   DISPLAY 'FECHAMENTO CANCELADO'
                   GOBACK
               END-IF
           END-IF.

           PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT.
           IF NOT PERIOD-CLOSED
               GOBACK
           END-IF.

           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'DEPTCLOS' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'FECHAMENTO PERIODO=' WK-PERIOD-EDIT
               ' TIPO=' WK-CLOSE-KIND
               ' DEPTOS=' WK-DEPT-CLOSED
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           DISPLAY 'DEPTCLOS - PERIODO ' WK-PERIOD-EDIT ' FECHADO ('
               WK-CLOSE-KIND ') - ' WK-DEPT-CLOSED ' DEPARTAMENTOS'.

           GOBACK.

      *> The lock date is the latest period carrying a close mark.
       LOAD-LAST-CLOSED.
           MOVE 0 TO WK-LAST-CLOSED.
           OPEN INPUT DEPT-PER-FILE.
           IF WK-DPER-STATUS = '00'
               PERFORM UNTIL WK-DPER-STATUS = '10'
                   READ DEPT-PER-FILE
                       AT END
                           MOVE '10' TO WK-DPER-STATUS
                       NOT AT END
                           IF DPER-IS-CLOSE-MARK
                               AND DPER-PERIOD IS NUMERIC
                               AND DPER-PERIOD > WK-LAST-CLOSED
                               MOVE DPER-PERIOD TO WK-LAST-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-PER-FILE
           ELSE
               CLOSE DEPT-PER-FILE
           END-IF.
           IF WK-LAST-CLOSED > 0
               MOVE WK-LAST-CLOSED TO WK-PERIOD-N
               IF WK-PER-MONTH = 12
                   ADD 1 TO WK-PER-YEAR
                   MOVE 1 TO WK-PER-MONTH
               ELSE
                   ADD 1 TO WK-PER-MONTH
               END-IF
               MOVE WK-PERIOD-N TO WK-NEXT-PERIOD
           END-IF.

      *> A period may be closed only once, only in sequence after
      *> the last close, and never ahead of the processing date.
       VALIDATE-PERIOD.
           MOVE SPACES TO WK-REFUSE-MSG.
           IF WK-PERIOD-EDIT IS NOT NUMERIC
               MOVE 'PERIODO NAO NUMERICO' TO WK-REFUSE-MSG
           ELSE
               MOVE WK-PERIOD-EDIT TO WK-PERIOD-N
               EVALUATE TRUE
                   WHEN WK-PER-MONTH < 1 OR WK-PER-MONTH > 12
                       MOVE 'MES INVALIDO' TO WK-REFUSE-MSG
                   WHEN WK-PERIOD-N > CAL-PROC-DATE(1:6)
                       MOVE 'PERIODO POSTERIOR A DATA DE PROCESSAMENTO'
                           TO WK-REFUSE-MSG
                   WHEN WK-LAST-CLOSED > 0
                       AND WK-PERIOD-N NOT > WK-LAST-CLOSED
                       MOVE 'PERIODO JA FECHADO' TO WK-REFUSE-MSG
                   WHEN WK-LAST-CLOSED > 0
                       AND WK-PERIOD-N NOT = WK-NEXT-PERIOD
                       STRING 'FORA DE SEQUENCIA - FECHAR ANTES '
                           WK-NEXT-PERIOD
                           DELIMITED BY SIZE INTO WK-REFUSE-MSG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> One balance record per department on DEPTMST, then the
      *> close mark. DEPTMST holds the balance as of the last
      *> posting, so every DEPTPOST entry dated after the period is
      *> backed out to reach the period-end position.
       CLOSE-PERIOD.
           MOVE 0 TO WK-DEPT-CLOSED.
           OPEN INPUT DEPT-MST-FILE.
           IF WK-DMST-STATUS NOT = '00'
               CLOSE DEPT-MST-FILE
               DISPLAY 'DEPTMST NAO DISPONIVEL - STATUS '
                   WK-DMST-STATUS ' - PERIODO NAO FECHADO'
               PERFORM LOG-MASTER-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-PERIOD-EXIT
           END-IF.
           OPEN EXTEND DEPT-PER-FILE.
           IF WK-DPER-STATUS = '35' OR WK-DPER-STATUS = '05'
               OPEN OUTPUT DEPT-PER-FILE
           END-IF.
           IF WK-DPER-STATUS NOT = '00'
               CLOSE DEPT-MST-FILE
               DISPLAY 'ERRO AO GRAVAR DEPTPER - STATUS '
                   WK-DPER-STATUS ' - PERIODO NAO FECHADO'
               PERFORM LOG-PERIOD-FILE-ERROR
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-PERIOD-EXIT
           END-IF.
           PERFORM UNTIL WK-DMST-STATUS = '10'
               READ DEPT-MST-FILE NEXT RECORD
                   AT END
                       MOVE '10' TO WK-DMST-STATUS
                   NOT AT END
                       IF DEPT-MST-DEPT NOT = SPACES
                           AND DEPT-MST-BALANCE IS NUMERIC
                           PERFORM CLOSE-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-MST-FILE.
           MOVE WK-PERIOD-N TO DPER-PERIOD.
           SET DPER-IS-CLOSE-MARK TO TRUE.
           MOVE WK-CLOSE-KIND TO DPER-KIND.
           MOVE SPACES TO DPER-DEPT.
           MOVE 0 TO DPER-BALANCE.
           MOVE CAL-PROC-DATE TO DPER-CLOSE-DATE.
           MOVE WK-OPERATOR-ID TO DPER-OPERATOR.
           WRITE DEPT-PER-RECORD.
           CLOSE DEPT-PER-FILE.
           SET PERIOD-CLOSED TO TRUE.

       CLOSE-PERIOD-EXIT.
           EXIT.

       CLOSE-DEPARTMENT.
           MOVE DEPT-MST-BALANCE TO WK-CLOSE-BAL.
           OPEN INPUT DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-DEPT = DEPT-MST-DEPT
                               AND DPOST-DATE IS NUMERIC
                               AND DPOST-DATE(1:6) > WK-PERIOD-EDIT
                               AND DPOST-AMOUNT IS NUMERIC
                               SUBTRACT DPOST-AMOUNT FROM WK-CLOSE-BAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               CLOSE DEPT-POST-FILE
           END-IF.
           MOVE WK-PERIOD-N TO DPER-PERIOD.
           SET DPER-IS-BALANCE TO TRUE.
           MOVE WK-CLOSE-KIND TO DPER-KIND.
           MOVE DEPT-MST-DEPT TO DPER-DEPT.
           MOVE WK-CLOSE-BAL TO DPER-BALANCE.
           MOVE CAL-PROC-DATE TO DPER-CLOSE-DATE.
           MOVE WK-OPERATOR-ID TO DPER-OPERATOR.
           WRITE DEPT-PER-RECORD.
           ADD 1 TO WK-DEPT-CLOSED.
           MOVE WK-CLOSE-BAL TO WK-BAL-EDIT.
           DISPLAY 'DEPTO ' DEPT-MST-DEPT ' SALDO EM ' WK-PERIOD-EDIT
               ' ' WK-BAL-EDIT.

       LOG-REFUSED-CLOSE.
           MOVE 'DEPTCLOS' TO ERR-PROGRAM.
           MOVE 'PERIODO' TO ERR-TYPE.
           STRING 'FECHAMENTO DE ' WK-PERIOD-EDIT ' RECUSADO - '
               WK-REFUSE-MSG
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-MASTER-ERROR.
           MOVE 'DEPTCLOS' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'DEPTMST STATUS ' WK-DMST-STATUS
               ' - FECHAMENTO DE ' WK-PERIOD-EDIT ' NAO FEITO'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-PERIOD-FILE-ERROR.
           MOVE 'DEPTCLOS' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'DEPTPER STATUS ' WK-DPER-STATUS
               ' - FECHAMENTO DE ' WK-PERIOD-EDIT ' NAO FEITO'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'DEPTCLOS' TO ERR-PROGRAM.
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

       END PROGRAM DEPTCLOS.
