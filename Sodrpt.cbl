      ******************************************************************
      * Author:
      * Date:
      * Purpose: Periodic segregation-of-duties violations report.
      *          Every operator on USERLIST is checked against the
      *          conflicting authorization pairs in SODRULES; each
      *          operator holding a pair is listed on SODRPT with the
      *          pair, why it conflicts, and whether an exception on
      *          file covers it on the processing date (reference and
      *          expiry) or not. A flag left blank counts as held, as
      *          it does at sign-on. Any pair held without a valid
      *          exception ends the step with RC 4 and a warning to
      *          operations, for security administration to revoke
      *          or document; USERMNT already refuses such grants,
      *          so these are records granted before the rules or
      *          whose exception has since expired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT SOD-FILE ASSIGN TO "SODRULES"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SOD-STATUS.

             SELECT SOD-RPT-FILE ASSIGN TO "SODRPT"
                 ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

        FILE SECTION.
        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  SOD-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOD-FILE-RECORD         PIC X(61).

        FD  SOD-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOD-RPT-LINE            PIC X(100).

        WORKING-STORAGE SECTION.
       77  WK-USR-IX       PIC 9(03) COMP VALUE 0.
       77  WK-USR-MAX      PIC 9(03) COMP VALUE 0.
       77  WK-OPER-COUNT   PIC 9(05) VALUE 0.
       77  WK-OPER-HOLDING PIC 9(05) VALUE 0.
       77  WK-OPER-VIOL    PIC 9(05) VALUE 0.
       77  WK-PAIR-COVERED PIC 9(05) VALUE 0.
       77  WK-PAIR-VIOL    PIC 9(05) VALUE 0.
       77  WK-MISSING-FILE PIC X(08) VALUE SPACES.
           COPY WKUSER.
           COPY WKSOD.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKSIM.
           COPY WKMSG.

       01  WK-USR-TABLE.
           05  WK-USR-ENTRY OCCURS 100 TIMES.
               10  WK-USR-RECORD   PIC X(33).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(38) VALUE
               'CONFLITOS DE SEGREGACAO DE FUNCOES EM '.
           05  WK-RPT-HDR-DATE   PIC 9(08).

       01  WK-RPT-RULES-LINE.
           05  FILLER            PIC X(08) VALUE 'REGRAS: '.
           05  WK-RPT-RULES      PIC ZZ9.
           05  FILLER            PIC X(13) VALUE '  EXCECOES: '.
           05  WK-RPT-EXCS       PIC ZZ9.
           05  FILLER            PIC X(25) VALUE
               '  ENTRADAS DESCARTADAS: '.
           05  WK-RPT-DISCARDED  PIC ZZZZ9.

       01  WK-RPT-OPER-LINE.
           05  FILLER            PIC X(10) VALUE 'OPERADOR: '.
           05  WK-RPT-OPER-ID    PIC X(08).
           05  FILLER            PIC X(07) VALUE '  AUT: '.
           05  WK-RPT-FLAGS      PIC X(10).
           05  FILLER            PIC X(10) VALUE '  EXPIRA: '.
           05  WK-RPT-EXPIRY     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-LOCKED     PIC X(10).

       01  WK-RPT-PAIR-LINE.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WK-RPT-AUTH-A     PIC X(10).
           05  FILLER            PIC X(03) VALUE ' / '.
           05  WK-RPT-AUTH-B     PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RULE-TEXT  PIC X(40).

       01  WK-RPT-COVER-LINE.
           05  FILLER            PIC X(08) VALUE SPACES.
           05  WK-RPT-COVER      PIC X(60).

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(22) VALUE
               'OPERADORES VERIFICADOS'.
           05  FILLER            PIC X(02) VALUE ': '.
           05  WK-RPT-TOT-OPER   PIC ZZZZ9.
           05  FILLER            PIC X(17) VALUE
               '  COM CONFLITO: '.
           05  WK-RPT-TOT-HOLD   PIC ZZZZ9.
           05  FILLER            PIC X(16) VALUE
               '  SEM EXCECAO: '.
           05  WK-RPT-TOT-VIOL   PIC ZZZZ9.

       01  WK-RPT-PAIR-TOTALS.
           05  FILLER            PIC X(22) VALUE
               'PARES COBERTOS'.
           05  FILLER            PIC X(02) VALUE ': '.
           05  WK-RPT-TOT-COVER  PIC ZZZZ9.
           05  FILLER            PIC X(18) VALUE
               '  PARES VIOLADOS: '.
           05  WK-RPT-TOT-PVIOL  PIC ZZZZ9.

       01  WK-RPT-NONE         PIC X(50) VALUE
           'NENHUM OPERADOR COM FUNCOES CONFLITANTES'.

       01  WK-RPT-NO-RULES     PIC X(50) VALUE
           'SODRULES NAO DISPONIVEL - NADA VERIFICADO'.

       01  WK-RPT-NO-USERS     PIC X(50) VALUE
           'ARQUIVO USERLIST NAO DISPONIVEL'.

       PROCEDURE DIVISION.

           MOVE 'SODRPT' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.

           OPEN OUTPUT SOD-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           WRITE SOD-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE SOD-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

      *> Without the rules or the list there is nothing to judge
      *> by, and a clean-looking report would mislead the review.
           PERFORM LOAD-SOD-RULES.
           IF NOT SOD-RULES-PRESENT
               WRITE SOD-RPT-LINE FROM WK-RPT-NO-RULES
               CLOSE SOD-RPT-FILE
               MOVE 'SODRULES' TO WK-MISSING-FILE
               PERFORM RAISE-MISSING-FILE
               GOBACK
           END-IF.
           MOVE WK-SOD-RULE-MAX TO WK-RPT-RULES.
           MOVE WK-SOD-EXC-MAX TO WK-RPT-EXCS.
           MOVE WK-SOD-DISCARDED TO WK-RPT-DISCARDED.
           WRITE SOD-RPT-LINE FROM WK-RPT-RULES-LINE.

           PERFORM LOAD-USER-TABLE.
           IF WK-USR-MAX = 0
               WRITE SOD-RPT-LINE FROM WK-RPT-NO-USERS
               CLOSE SOD-RPT-FILE
               MOVE 'USERLIST' TO WK-MISSING-FILE
               PERFORM RAISE-MISSING-FILE
               GOBACK
           END-IF.

           MOVE CAL-PROC-DATE TO WK-SOD-TODAY.
           PERFORM CHECK-ONE-OPERATOR
               VARYING WK-USR-IX FROM 1 BY 1
               UNTIL WK-USR-IX > WK-USR-MAX.

           IF WK-OPER-HOLDING = 0
               WRITE SOD-RPT-LINE FROM WK-RPT-NONE
           END-IF.
           MOVE WK-OPER-COUNT TO WK-RPT-TOT-OPER.
           MOVE WK-OPER-HOLDING TO WK-RPT-TOT-HOLD.
           MOVE WK-OPER-VIOL TO WK-RPT-TOT-VIOL.
           WRITE SOD-RPT-LINE FROM WK-RPT-TOTALS.
           MOVE WK-PAIR-COVERED TO WK-RPT-TOT-COVER.
           MOVE WK-PAIR-VIOL TO WK-RPT-TOT-PVIOL.
           WRITE SOD-RPT-LINE FROM WK-RPT-PAIR-TOTALS.
           CLOSE SOD-RPT-FILE.

           IF WK-OPER-VIOL > 0
               MOVE 'SOD0001' TO OMSG-ID
               MOVE 'W' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-OPER-VIOL ' OPERADOR(ES) COM CONFLITO'
                   ' SEM EXCECAO - VER SODRPT'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'SOD0002' TO OMSG-ID
               MOVE 'I' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-OPER-COUNT ' OPERADORES VERIFICADOS, '
                   WK-OPER-HOLDING ' SOB EXCECAO'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

           PERFORM WRITE-SOD-AUDIT.

           DISPLAY 'SODRPT - ' WK-OPER-COUNT ' OPERADORES, '
               WK-OPER-HOLDING ' COM CONFLITO, ' WK-OPER-VIOL
               ' SEM EXCECAO'.

           PERFORM REGISTER-STEP-END.

           GOBACK.

       LOAD-USER-TABLE.
           MOVE 0 TO WK-USR-MAX.
           OPEN INPUT USER-FILE.
           IF WK-USERFILE-STATUS = '00'
               PERFORM UNTIL WK-USERFILE-STATUS = '10'
                   OR WK-USR-MAX >= 100
                   READ USER-FILE
                       AT END
                           MOVE '10' TO WK-USERFILE-STATUS
                       NOT AT END
                           ADD 1 TO WK-USR-MAX
                           MOVE USER-FILE-RECORD
                               TO WK-USR-RECORD (WK-USR-MAX)
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
           ELSE
               CLOSE USER-FILE
           END-IF.

       CHECK-ONE-OPERATOR.
           MOVE WK-USR-RECORD (WK-USR-IX) TO USER-RECORD.
           ADD 1 TO WK-OPER-COUNT.
           MOVE USER-ID TO WK-SOD-OPER.
           MOVE USER-AUTH-FLAGS TO WK-SOD-FLAGS.
           MOVE USER-AUTH-USERMNT TO WK-SOD-FLAGS(10:1).
           PERFORM CHECK-SOD-CONFLICTS.
           IF WK-SOD-CONFLICTS > 0
               ADD 1 TO WK-OPER-HOLDING
               IF WK-SOD-UNCOVERED > 0
                   ADD 1 TO WK-OPER-VIOL
               END-IF
               ADD WK-SOD-COVERED TO WK-PAIR-COVERED
               ADD WK-SOD-UNCOVERED TO WK-PAIR-VIOL
               MOVE USER-ID TO WK-RPT-OPER-ID
               MOVE WK-SOD-FLAGS TO WK-RPT-FLAGS
               MOVE USER-EXPIRY-X TO WK-RPT-EXPIRY
               IF USER-IS-LOCKED
                   MOVE 'BLOQUEADO' TO WK-RPT-LOCKED
               ELSE
                   MOVE SPACES TO WK-RPT-LOCKED
               END-IF
               WRITE SOD-RPT-LINE FROM WK-RPT-OPER-LINE
               PERFORM LIST-HELD-PAIR
                   VARYING WK-SOD-IX FROM 1 BY 1
                   UNTIL WK-SOD-IX > WK-SOD-RULE-MAX
           END-IF.

       LIST-HELD-PAIR.
           IF SOD-PAIR-VIOLATED (WK-SOD-IX)
               OR SOD-PAIR-HELD-COVERED (WK-SOD-IX)
               MOVE WK-SOD-RULE-A (WK-SOD-IX) TO WK-SOD-POS-A
               MOVE WK-SOD-RULE-B (WK-SOD-IX) TO WK-SOD-POS-B
               MOVE WK-SOD-FLAG-NAME (WK-SOD-POS-A) TO WK-RPT-AUTH-A
               MOVE WK-SOD-FLAG-NAME (WK-SOD-POS-B) TO WK-RPT-AUTH-B
               MOVE WK-SOD-RULE-TEXT (WK-SOD-IX) TO WK-RPT-RULE-TEXT
               WRITE SOD-RPT-LINE FROM WK-RPT-PAIR-LINE
               MOVE SPACES TO WK-RPT-COVER
               IF SOD-PAIR-VIOLATED (WK-SOD-IX)
                   MOVE '*** VIOLACAO - SEM EXCECAO VALIDA'
                       TO WK-RPT-COVER
               ELSE
                   MOVE WK-SOD-RULE-EXC (WK-SOD-IX) TO WK-SOD-EX-IX
                   STRING 'COBERTO PELA EXCECAO '
                       WK-SOD-EXC-REF (WK-SOD-EX-IX)
                       ' ATE ' WK-SOD-EXC-EXPIRY (WK-SOD-EX-IX)
                       DELIMITED BY SIZE INTO WK-RPT-COVER
               END-IF
               WRITE SOD-RPT-LINE FROM WK-RPT-COVER-LINE
           END-IF.

       RAISE-MISSING-FILE.
           MOVE 'SOD0003' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING WK-MISSING-FILE DELIMITED BY SPACE
               ' NAO DISPONIVEL - CONFLITOS DE FUNCAO NAO VERIFICADOS'
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           DISPLAY 'SODRPT - ' OMSG-TEXT.
           MOVE 8 TO RETURN-CODE.

       WRITE-SOD-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'SODRPT' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'DATA=' CAL-PROC-DATE
               ' OPER=' WK-OPER-COUNT
               ' CONFL=' WK-OPER-HOLDING
               ' SEM EXC=' WK-OPER-VIOL
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKSODP.

           COPY WKAUDITP.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

       END PROGRAM SODRPT.
