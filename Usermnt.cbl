      *          record. The file is rewritten on exit; every
      *          maintenance action is written to AUDITLOG so there
      *          is a trace of who changed the authorization list.
      *          A new operator whose flags would hold a pair that
      *          SODRULES declares conflicting is refused, unless an
      *          exception for the operator and the pair is on file
      *          and not past its expiry date. Without SODRULES no
      *          operator can be added at all; the session goes on
      *          for revocations and the rest, ending with RC 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

             SELECT SOD-FILE ASSIGN TO "SODRULES"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SOD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        FD  SOD-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOD-FILE-RECORD         PIC X(61).

        WORKING-STORAGE SECTION.
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-ACTION       PIC X(01) VALUE SPACE.
       77  WK-NEW-ID       PIC X(08) VALUE SPACES.
       77  WK-NEW-FLAGS    PIC X(10) VALUE SPACES.
       77  WK-NEW-EXPIRY   PIC X(08) VALUE SPACES.
       77  WK-NEW-PIN      PIC X(04) VALUE SPACES.
       77  WK-FLAG-IX      PIC 9(02) COMP VALUE 0.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
           COPY WKUSER.
           COPY WKSOD.
           COPY WKCARD.
           COPY WKAUDIT.
           COPY WKAWTR.
      *> table when the operator ends the session.
       01  WK-USER-TABLE.
           05  WK-USR-ENTRY OCCURS 100 TIMES.
               10  WK-USR-RECORD   PIC X(33).

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           PERFORM LOAD-SOD-RULES.
           IF NOT SOD-RULES-PRESENT
               DISPLAY 'SODRULES NAO DISPONIVEL - INCLUSAO DE'
                   ' OPERADORES RECUSADA'
               PERFORM LOG-SOD-MISSING-ERROR
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM UNTIL WK-ACTION = 'F'
               DISPLAY ' '
               DISPLAY 'MANUTENCAO DE OPERADORES - '
           END-ACCEPT.
           DISPLAY 'AUTORIZACOES Y/N PARA CONTADOR-FATORIAL-'
           DISPLAY 'FIBONACCI-PARA-SOMA2-AUDITRPT-HISTREPT-'
           DISPLAY 'ERRSUMM-SEQVERIF-USERMNT (EX YYNNYNNNNN)'
           ACCEPT WK-NEW-FLAGS
               ON EXCEPTION
                   MOVE SPACES TO WK-NEW-FLAGS
               ADD 1 TO WK-USR-MAX
               MOVE SPACES TO USER-RECORD
               MOVE WK-NEW-ID TO USER-ID
               MOVE WK-NEW-FLAGS(1:9) TO USER-AUTH-FLAGS
               MOVE WK-NEW-FLAGS(10:1) TO USER-AUTH-USERMNT
               IF WK-NEW-EXPIRY = SPACES
                   MOVE ZEROS TO USER-EXPIRY-DATE
               ELSE
               PERFORM OPEN-AUDIT-LOG
               MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR
               MOVE 'USERMNT' TO AUDIT-PROGRAM
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'INCLUIDO OP=' WK-NEW-ID
                   ' AUT=' WK-NEW-FLAGS
                   ' EXPIRA=' WK-NEW-EXPIRY
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM CLOSE-AUDIT-LOG
               IF WK-SOD-COVERED > 0
                   PERFORM LOG-SOD-EXCEPTION-USED
                       VARYING WK-SOD-IX FROM 1 BY 1
                       UNTIL WK-SOD-IX > WK-SOD-RULE-MAX
               END-IF
           END-IF.

       VALIDATE-ADD-TRAN.
               END-IF
           END-PERFORM.
           PERFORM VARYING WK-FLAG-IX FROM 1 BY 1
               UNTIL WK-FLAG-IX > 10
               IF WK-NEW-FLAGS (WK-FLAG-IX:1) NOT = 'Y'
                   AND WK-NEW-FLAGS (WK-FLAG-IX:1) NOT = 'N'
                   AND WK-NEW-FLAGS (WK-FLAG-IX:1) NOT = SPACE
               DISPLAY 'DATA DE EXPIRACAO INVALIDA'
               MOVE 'N' TO WK-TRAN-VALID
           END-IF.
      *> Grants cannot be judged against rules that are not there,
      *> so none are made.
           IF NOT SOD-RULES-PRESENT
               DISPLAY 'SODRULES NAO DISPONIVEL - INCLUSAO RECUSADA'
               MOVE 'N' TO WK-TRAN-VALID
           END-IF.
           MOVE 0 TO WK-SOD-COVERED.
           IF TRAN-IS-VALID
               PERFORM CHECK-NEW-OPERATOR-SOD
           END-IF.

      *> The grant is judged on today's date: an exception that has
      *> expired no longer covers the pair.
       CHECK-NEW-OPERATOR-SOD.
           MOVE WK-NEW-ID TO WK-SOD-OPER.
           MOVE WK-NEW-FLAGS TO WK-SOD-FLAGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-SOD-TODAY.
           PERFORM CHECK-SOD-CONFLICTS.
           IF WK-SOD-CONFLICTS > 0
               PERFORM SHOW-SOD-CONFLICT
                   VARYING WK-SOD-IX FROM 1 BY 1
                   UNTIL WK-SOD-IX > WK-SOD-RULE-MAX
           END-IF.
           IF WK-SOD-UNCOVERED > 0
               DISPLAY 'CONFLITO DE FUNCOES SEM EXCECAO VALIDA'
               MOVE 'N' TO WK-TRAN-VALID
           END-IF.

       SHOW-SOD-CONFLICT.
           MOVE WK-SOD-RULE-A (WK-SOD-IX) TO WK-SOD-POS-A.
           MOVE WK-SOD-RULE-B (WK-SOD-IX) TO WK-SOD-POS-B.
           EVALUATE TRUE
               WHEN SOD-PAIR-VIOLATED (WK-SOD-IX)
                   DISPLAY 'CONFLITO '
                       WK-SOD-FLAG-NAME (WK-SOD-POS-A) ' / '
                       WK-SOD-FLAG-NAME (WK-SOD-POS-B) ' - '
                       WK-SOD-RULE-TEXT (WK-SOD-IX)
                   PERFORM OPEN-AUDIT-LOG
                   MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR
                   MOVE 'USERMNT' TO AUDIT-PROGRAM
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING 'RECUSADO OP=' WK-NEW-ID ' CONFLITO '
                       DELIMITED BY SIZE
                       WK-SOD-FLAG-NAME (WK-SOD-POS-A)
                       DELIMITED BY SPACE
                       '/' DELIMITED BY SIZE
                       WK-SOD-FLAG-NAME (WK-SOD-POS-B)
                       DELIMITED BY SPACE
                       INTO AUDIT-DETAIL
                   PERFORM WRITE-AUDIT-ENTRY
                   PERFORM CLOSE-AUDIT-LOG
               WHEN SOD-PAIR-HELD-COVERED (WK-SOD-IX)
                   MOVE WK-SOD-RULE-EXC (WK-SOD-IX) TO WK-SOD-EX-IX
                   DISPLAY 'CONFLITO '
                       WK-SOD-FLAG-NAME (WK-SOD-POS-A) ' / '
                       WK-SOD-FLAG-NAME (WK-SOD-POS-B)
                       ' COBERTO PELA EXCECAO '
                       WK-SOD-EXC-REF (WK-SOD-EX-IX) ' ATE '
                       WK-SOD-EXC-EXPIRY (WK-SOD-EX-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A grant made under an exception names it, so the access
      *> review shows which approval it rested on.
       LOG-SOD-EXCEPTION-USED.
           IF SOD-PAIR-HELD-COVERED (WK-SOD-IX)
               MOVE WK-SOD-RULE-EXC (WK-SOD-IX) TO WK-SOD-EX-IX
               PERFORM OPEN-AUDIT-LOG
               MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR
               MOVE 'USERMNT' TO AUDIT-PROGRAM
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'EXCECAO OP=' WK-NEW-ID
                   ' REF=' WK-SOD-EXC-REF (WK-SOD-EX-IX)
                   ' ATE=' WK-SOD-EXC-EXPIRY (WK-SOD-EX-IX)
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM CLOSE-AUDIT-LOG
           END-IF.

       REVOKE-OPERATOR.
           DISPLAY 'ID DO OPERADOR A REVOGAR'
                   MOVE 'SIM' TO WK-NEW-PIN
               END-IF
               DISPLAY WK-USR-RECORD (WK-USR-IX) (1:8) '  '
                   WK-USR-RECORD (WK-USR-IX) (9:9)
                   WK-USR-RECORD (WK-USR-IX) (33:1) '    '
                   WK-USR-RECORD (WK-USR-IX) (18:8) '  '
                   WK-NEW-PIN '   '
                   WK-USR-RECORD (WK-USR-IX) (30:1)
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-SOD-MISSING-ERROR.
           MOVE 'USERMNT' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'SODRULES STATUS ' WK-SOD-STATUS
               ' - INCLUSAO DE OPERADORES RECUSADA'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'USERMNT' TO ERR-PROGRAM.
           MOVE 'SIGNON' TO ERR-TYPE.

           COPY WKSIGNP.

           COPY WKSODP.

       END PROGRAM USERMNT.
