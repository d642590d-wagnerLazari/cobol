      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verification of a master-file backup generation and
      *          restore from it. The generation is the BKUPSET
      *          allocated to the job (JCL picks it; the DATA card
      *          names the backup date expected, so a wrong mount is
      *          refused). Every file in the set is recounted and its
      *          control total recomputed (WKBKUPP), then compared
      *          with the set's manifest, and the result is printed
      *          on RESTRPT. MODO RESTAURA then rewrites the live
      *          master - the one named on the ARQUIVO card, or the
      *          full set for TODOS - from the generation, refusing
      *          when the chosen files do not agree with the manifest
      *          (for the full set, when any file does not). Each
      *          restored file is read back and checked against the
      *          manifest again. The check and every restore are
      *          recorded on AUDITLOG; a restore raises RST0001, a
      *          generation that does not agree with its manifest
      *          RST0002 and a restored file that does not read back
      *          as backed up RST0003 as action required, with
      *          RETURN-CODE 8. RETURN-CODE 4 is a refused request.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTREST.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SET-FILE ASSIGN TO "BKUPSET"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-BKUP-STATUS.

             SELECT REST-RPT-FILE ASSIGN TO "RESTRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CAL-FILE ASSIGN TO "CALENDAR"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT PARM-FILE ASSIGN TO "PARMCTL"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT STRM-DEF-FILE ASSIGN TO "STREAMDEF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT POS-FILE ASSIGN TO "STRMPOS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT BLED-FILE ASSIGN TO "BATCHLED"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT PREG-FILE ASSIGN TO "PROCREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPT-MST-DEPT
                 FILE STATUS IS WK-MST-STATUS.

             SELECT XREG-FILE ASSIGN TO "EODXREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT HIST-FILE ASSIGN TO "HISTORY"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-FILE-KEY
                 FILE STATUS IS WK-MST-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  SET-FILE
            LABEL RECORDS ARE STANDARD.
        01  SET-FILE-RECORD         PIC X(93).

        FD  REST-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  REST-RPT-LINE           PIC X(80).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
        01  CAL-FILE-RECORD         PIC X(29).

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  STRM-DEF-FILE
            LABEL RECORDS ARE STANDARD.
        01  STRM-DEF-FILE-RECORD    PIC X(22).

        FD  POS-FILE
            LABEL RECORDS ARE STANDARD.
        01  POS-FILE-RECORD         PIC X(13).

        FD  BLED-FILE
            LABEL RECORDS ARE STANDARD.
        01  BLED-FILE-RECORD        PIC X(06).

        FD  PREG-FILE
            LABEL RECORDS ARE STANDARD.
        01  PREG-FILE-RECORD        PIC X(35).

        FD  DEPT-MST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDMST.

        FD  XREG-FILE
            LABEL RECORDS ARE STANDARD.
        01  XREG-FILE-RECORD        PIC X(46).

        FD  HIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKHISTF.

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-MST-STATUS   PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-FILE-IX      PIC 9(02) COMP VALUE 0.
       77  WK-SEL-IX       PIC 9(02) COMP VALUE 0.
       77  WK-SEL-FILE     PIC X(10) VALUE 'TODOS'.
       77  WK-MODE         PIC X(10) VALUE 'VERIFICA'.
           88  MODE-VERIFY      VALUE 'VERIFICA'.
           88  MODE-RESTORE     VALUE 'RESTAURA'.
       77  WK-CONFIRM      PIC X(01) VALUE SPACE.
       77  WK-WANT-DATE    PIC 9(08) VALUE 0.
       77  WK-DATE-EDIT    PIC X(08) VALUE SPACES.
       77  WK-SET-READ     PIC 9(07) VALUE 0.
       77  WK-SET-DATE     PIC 9(08) VALUE 0.
       77  WK-SET-STAMP    PIC X(16) VALUE SPACES.
       77  WK-SET-OPENED   PIC X(01) VALUE 'N'.
           88  SET-AVAILABLE    VALUE 'Y'.
       77  WK-HEAD-FOUND   PIC X(01) VALUE 'N'.
           88  SET-HEADER-FOUND VALUE 'Y'.
      *> A set whose structure is wrong (no header, an unknown file,
      *> a record of unknown type) agrees with nothing in it.
       77  WK-SET-BAD      PIC X(01) VALUE 'N'.
           88  SET-IS-INVALID   VALUE 'Y'.
       77  WK-SET-REASON   PIC X(50) VALUE SPACES.
       77  WK-BAD-FILES    PIC 9(02) VALUE 0.
       77  WK-REST-FILES   PIC 9(02) VALUE 0.
       77  WK-REST-BAD     PIC 9(02) VALUE 0.
       77  WK-WRITE-FAILED PIC X(01) VALUE 'N'.
           88  RESTORE-WRITE-FAILED VALUE 'Y'.
       77  WK-REST-OK      PIC X(01) VALUE 'N'.
           88  RESTORE-CHECKED  VALUE 'Y'.
       77  WK-REST-VERDICT PIC X(07) VALUE SPACES.
           COPY WKBKUP.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCARD.
           COPY WKUSER.
      *> Present only so the shared sign-on compiles; the restore
      *> always runs the card or prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKERR.
           COPY WKMSG.

      *> Per file: what the set holds (counted and recomputed here)
      *> against what its manifest says, and the verdicts. VRF-OK is
      *> 'Y' agrees, 'A' not in the set and none expected, 'N' not
      *> usable.
       01  WK-VRF-TABLE.
           05  WK-VRF-ENTRY OCCURS 10 TIMES.
               10  WK-CNT-COUNT    PIC 9(07).
               10  WK-CNT-TOTAL    PIC 9(09).
               10  WK-MAN-SEEN     PIC X(01).
               10  WK-MAN-STATE    PIC X(01).
               10  WK-MAN-LENGTH   PIC 9(03).
               10  WK-MAN-COUNT    PIC 9(07).
               10  WK-MAN-TOTAL    PIC 9(09).
               10  WK-VRF-OK       PIC X(01).
               10  WK-VRF-RESULT   PIC X(20).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(32) VALUE
               'BACKUP DOS MESTRES - GERACAO DE '.
           05  WK-RPT-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(09) VALUE '  TOMADA '.
           05  WK-RPT-HDR-STAMP  PIC X(16).

       01  WK-RPT-REQ-LINE.
           05  FILLER            PIC X(05) VALUE 'MODO '.
           05  WK-RPT-REQ-MODE   PIC X(10).
           05  FILLER            PIC X(09) VALUE ' ARQUIVO '.
           05  WK-RPT-REQ-FILE   PIC X(10).
           05  FILLER            PIC X(10) VALUE ' OPERADOR '.
           05  WK-RPT-REQ-OPER   PIC X(08).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(30) VALUE
               'ARQUIVO    S   MANIF  CONTADOS'.
           05  FILLER            PIC X(33) VALUE
               '   TOT MANIF   TOT CALC RESULTADO'.

       01  WK-RPT-FILE-LINE.
           05  WK-RPT-FILE-NAME  PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-FILE-STATE PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-MAN-COUNT  PIC Z(6)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-CNT-COUNT  PIC Z(6)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-MAN-TOTAL  PIC 9(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-CNT-TOTAL  PIC 9(09).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-RESULT     PIC X(20).

       01  WK-RPT-REST-LINE.
           05  FILLER            PIC X(13) VALUE 'RESTAURACAO: '.
           05  WK-RPT-REST-NAME  PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-REST-COUNT PIC Z(6)9.
           05  FILLER            PIC X(06) VALUE ' REGS '.
           05  WK-RPT-REST-TEXT  PIC X(40).

       01  WK-RPT-MSG-LINE     PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'MSTREST' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-RESTORE-REQUEST.
           IF WK-SEL-FILE NOT = 'TODOS' AND WK-SEL-IX = 0
               DISPLAY 'ARQUIVO ' WK-SEL-FILE ' NAO FAZ PARTE DO '
                   'BACKUP DOS MESTRES - ENCERRANDO'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT MODE-VERIFY AND NOT MODE-RESTORE
               DISPLAY 'MODO ' WK-MODE ' INVALIDO - USE VERIFICA OU '
                   'RESTAURA'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VERIFY-BACKUP-SET.
           IF NOT SET-AVAILABLE
               DISPLAY '*** BKUPSET NAO DISPONIVEL - NADA A VERIFICAR'
                   ' ***'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REST-RPT-FILE.
           PERFORM PRINT-VERIFICATION.

      *> A generation from another date than the one asked for is
      *> the wrong mount, not a damaged backup: refused, nothing
      *> raised.
           IF WK-WANT-DATE > 0 AND WK-SET-DATE NOT = WK-WANT-DATE
               MOVE SPACES TO WK-RPT-MSG-LINE
               STRING 'GERACAO DE ' WK-SET-DATE ' - PEDIDA A DE '
                   WK-WANT-DATE ' - NADA RESTAURADO'
                   DELIMITED BY SIZE INTO WK-RPT-MSG-LINE
               WRITE REST-RPT-LINE FROM WK-RPT-MSG-LINE
               CLOSE REST-RPT-FILE
               DISPLAY WK-RPT-MSG-LINE
               PERFORM WRITE-CHECK-AUDIT
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-CHECK-AUDIT.
           IF WK-BAD-FILES > 0
               MOVE 'RST0002' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'BACKUP ' WK-SET-DATE ': ' WK-BAD-FILES
                   ' ARQUIVO(S) NAO CONFEREM COM O MANIFESTO'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF MODE-RESTORE
               PERFORM RESTORE-REQUESTED-FILES
                   THRU RESTORE-REQUESTED-FILES-EXIT
           END-IF.
           CLOSE REST-RPT-FILE.

           IF WK-REST-BAD > 0
               MOVE 'RST0003' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'RESTAURACAO DO BACKUP ' WK-SET-DATE ': '
                   WK-REST-BAD ' ARQUIVO(S) NAO CONFEREM'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'MSTREST - GERACAO ' WK-SET-DATE ': '
               WK-BAD-FILES ' ARQUIVO(S) DIVERGENTE(S), '
               WK-REST-FILES ' RESTAURADO(S)'.

           GOBACK.

       GET-RESTORE-REQUEST.
           MOVE 'ARQUIVO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:10) TO WK-SEL-FILE
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'ARQUIVO (NOME DO DD OU TODOS, BRANCO='
                       'TODOS)'
                   ACCEPT WK-SEL-FILE
                       ON EXCEPTION
                           MOVE SPACES TO WK-SEL-FILE
                   END-ACCEPT
               END-IF
           END-IF.
           IF WK-SEL-FILE = SPACES
               MOVE 'TODOS' TO WK-SEL-FILE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WK-SEL-FILE) TO WK-SEL-FILE.
           MOVE 0 TO WK-SEL-IX.
           PERFORM VARYING WK-FILE-IX FROM 1 BY 1
               UNTIL WK-FILE-IX > WK-BKUP-FILE-MAX
               IF WK-BKUP-FILE-NAME (WK-FILE-IX) = WK-SEL-FILE
                   MOVE WK-FILE-IX TO WK-SEL-IX
               END-IF
           END-PERFORM.

           MOVE 'MODO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:10) TO WK-MODE
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'MODO: VERIFICA OU RESTAURA (BRANCO='
                       'VERIFICA)'
                   ACCEPT WK-MODE
                       ON EXCEPTION
                           MOVE SPACES TO WK-MODE
                   END-ACCEPT
               END-IF
           END-IF.
           IF WK-MODE = SPACES
               MOVE 'VERIFICA' TO WK-MODE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WK-MODE) TO WK-MODE.

           MOVE 'DATA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND AND WK-CARD-TEXT(1:8) IS NUMERIC
               MOVE WK-CARD-TEXT(1:8) TO WK-WANT-DATE
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'DATA DO BACKUP AAAAMMDD (BRANCO=A '
                       'GERACAO ALOCADA)'
                   ACCEPT WK-DATE-EDIT
                       ON EXCEPTION
                           MOVE SPACES TO WK-DATE-EDIT
                   END-ACCEPT
                   IF WK-DATE-EDIT IS NUMERIC
                       MOVE WK-DATE-EDIT TO WK-WANT-DATE
                   END-IF
               END-IF
           END-IF.

      *> At the console a restore is confirmed once more; in batch
      *> the MODO card is the confirmation.
           IF MODE-RESTORE AND NOT RUN-CARDS-PRESENT
               DISPLAY 'CONFIRMA A RESTAURACAO DE ' WK-SEL-FILE
                   ' SOBRE OS ARQUIVOS EM USO? (S/N)'
               ACCEPT WK-CONFIRM
                   ON EXCEPTION
                       MOVE 'N' TO WK-CONFIRM
               END-ACCEPT
               IF WK-CONFIRM NOT = 'S' AND WK-CONFIRM NOT = 's'
                   MOVE 'VERIFICA' TO WK-MODE
                   DISPLAY 'RESTAURACAO CANCELADA - SO VERIFICACAO'
               END-IF
           END-IF.

      *> One pass over the generation: every data entry is folded
      *> into its file's count and control total, every manifest
      *> entry kept, and each file then judged against its entry.
       VERIFY-BACKUP-SET.
           INITIALIZE WK-VRF-TABLE.
           MOVE 0 TO WK-SET-READ.
           OPEN INPUT SET-FILE.
           IF WK-BKUP-STATUS = '00'
               SET SET-AVAILABLE TO TRUE
               PERFORM UNTIL WK-BKUP-STATUS NOT = '00'
                   READ SET-FILE
                       AT END
                           MOVE '10' TO WK-BKUP-STATUS
                       NOT AT END
                           PERFORM CHECK-SET-RECORD
                               THRU CHECK-SET-RECORD-EXIT
                   END-READ
               END-PERFORM
               IF WK-BKUP-STATUS NOT = '10'
                   AND NOT SET-IS-INVALID
                   SET SET-IS-INVALID TO TRUE
                   STRING 'LEITURA INTERROMPIDA - STATUS '
                       WK-BKUP-STATUS
                       DELIMITED BY SIZE INTO WK-SET-REASON
               END-IF
               IF NOT SET-HEADER-FOUND AND NOT SET-IS-INVALID
                   SET SET-IS-INVALID TO TRUE
                   MOVE 'GERACAO VAZIA OU SEM CABECALHO'
                       TO WK-SET-REASON
               END-IF
               CLOSE SET-FILE
               PERFORM VARYING WK-FILE-IX FROM 1 BY 1
                   UNTIL WK-FILE-IX > WK-BKUP-FILE-MAX
                   PERFORM JUDGE-ONE-FILE
               END-PERFORM
           ELSE
               CLOSE SET-FILE
           END-IF.

       CHECK-SET-RECORD.
           ADD 1 TO WK-SET-READ.
           MOVE SET-FILE-RECORD TO BKUP-RECORD.
           IF SET-IS-INVALID
               GO TO CHECK-SET-RECORD-EXIT
           END-IF.
           IF WK-SET-READ = 1
               IF BKUP-IS-HEADER AND BKUP-HEAD-DATE IS NUMERIC
                   SET SET-HEADER-FOUND TO TRUE
                   MOVE BKUP-HEAD-DATE TO WK-SET-DATE
                   MOVE BKUP-HEAD-STAMP(1:16) TO WK-SET-STAMP
               ELSE
                   SET SET-IS-INVALID TO TRUE
                   MOVE 'PRIMEIRO REGISTRO NAO E O CABECALHO'
                       TO WK-SET-REASON
               END-IF
               GO TO CHECK-SET-RECORD-EXIT
           END-IF.
           MOVE 0 TO WK-FILE-IX.
           PERFORM VARYING WK-BKUP-IX FROM 1 BY 1
               UNTIL WK-BKUP-IX > WK-BKUP-FILE-MAX
               IF WK-BKUP-FILE-NAME (WK-BKUP-IX) = BKUP-FILE
                   MOVE WK-BKUP-IX TO WK-FILE-IX
               END-IF
           END-PERFORM.
           IF WK-FILE-IX = 0
               SET SET-IS-INVALID TO TRUE
               STRING 'ARQUIVO DESCONHECIDO ' BKUP-FILE
                   ' NO REGISTRO ' WK-SET-READ
                   DELIMITED BY SIZE INTO WK-SET-REASON
               GO TO CHECK-SET-RECORD-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN BKUP-IS-DATA
                   MOVE WK-CNT-COUNT (WK-FILE-IX) TO WK-BKUP-COUNT
                   MOVE WK-CNT-TOTAL (WK-FILE-IX) TO WK-BKUP-TOTAL
                   MOVE WK-BKUP-FILE-LEN (WK-FILE-IX)
                       TO WK-BKUP-LENGTH
                   MOVE BKUP-DATA TO WK-BKUP-IMAGE
                   PERFORM ADD-TO-CONTROL-TOTAL
                   MOVE WK-BKUP-COUNT TO WK-CNT-COUNT (WK-FILE-IX)
                   MOVE WK-BKUP-TOTAL TO WK-CNT-TOTAL (WK-FILE-IX)
               WHEN BKUP-IS-MANIFEST
                   MOVE 'Y' TO WK-MAN-SEEN (WK-FILE-IX)
                   MOVE BKUP-MAN-STATE TO WK-MAN-STATE (WK-FILE-IX)
                   IF BKUP-MAN-LENGTH IS NUMERIC
                       AND BKUP-MAN-COUNT IS NUMERIC
                       AND BKUP-MAN-TOTAL IS NUMERIC
                       MOVE BKUP-MAN-LENGTH
                           TO WK-MAN-LENGTH (WK-FILE-IX)
                       MOVE BKUP-MAN-COUNT
                           TO WK-MAN-COUNT (WK-FILE-IX)
                       MOVE BKUP-MAN-TOTAL
                           TO WK-MAN-TOTAL (WK-FILE-IX)
                   ELSE
                       MOVE '?' TO WK-MAN-STATE (WK-FILE-IX)
                   END-IF
               WHEN OTHER
                   SET SET-IS-INVALID TO TRUE
                   STRING 'TIPO DE REGISTRO INVALIDO NO REGISTRO '
                       WK-SET-READ
                       DELIMITED BY SIZE INTO WK-SET-REASON
           END-EVALUATE.
       CHECK-SET-RECORD-EXIT.
           EXIT.

       JUDGE-ONE-FILE.
           MOVE 'N' TO WK-VRF-OK (WK-FILE-IX).
           EVALUATE TRUE
               WHEN SET-IS-INVALID
                   MOVE 'GERACAO INVALIDA' TO WK-VRF-RESULT (WK-FILE-IX)
               WHEN WK-MAN-SEEN (WK-FILE-IX) NOT = 'Y'
                   MOVE 'SEM MANIFESTO' TO WK-VRF-RESULT (WK-FILE-IX)
               WHEN WK-MAN-STATE (WK-FILE-IX) = 'A'
                   AND WK-CNT-COUNT (WK-FILE-IX) = 0
                   MOVE 'A' TO WK-VRF-OK (WK-FILE-IX)
                   MOVE 'AUSENTE NO BACKUP'
                       TO WK-VRF-RESULT (WK-FILE-IX)
               WHEN WK-MAN-STATE (WK-FILE-IX) = 'F'
                   MOVE 'INCOMPLETO NO BACKUP'
                       TO WK-VRF-RESULT (WK-FILE-IX)
               WHEN WK-MAN-STATE (WK-FILE-IX) = 'P'
                   AND WK-MAN-LENGTH (WK-FILE-IX)
                       = WK-BKUP-FILE-LEN (WK-FILE-IX)
                   AND WK-MAN-COUNT (WK-FILE-IX)
                       = WK-CNT-COUNT (WK-FILE-IX)
                   AND WK-MAN-TOTAL (WK-FILE-IX)
                       = WK-CNT-TOTAL (WK-FILE-IX)
                   MOVE 'Y' TO WK-VRF-OK (WK-FILE-IX)
                   MOVE 'CONFERE' TO WK-VRF-RESULT (WK-FILE-IX)
               WHEN OTHER
                   MOVE 'NAO CONFERE' TO WK-VRF-RESULT (WK-FILE-IX)
           END-EVALUATE.
           IF WK-VRF-OK (WK-FILE-IX) = 'N'
               ADD 1 TO WK-BAD-FILES
           END-IF.

       PRINT-VERIFICATION.
           MOVE WK-SET-DATE TO WK-RPT-HDR-DATE.
           MOVE WK-SET-STAMP TO WK-RPT-HDR-STAMP.
           WRITE REST-RPT-LINE FROM WK-RPT-HEADER.
           MOVE WK-MODE TO WK-RPT-REQ-MODE.
           MOVE WK-SEL-FILE TO WK-RPT-REQ-FILE.
           MOVE WK-OPERATOR-ID TO WK-RPT-REQ-OPER.
           WRITE REST-RPT-LINE FROM WK-RPT-REQ-LINE.
           IF SET-IS-INVALID
               MOVE SPACES TO WK-RPT-MSG-LINE
               STRING '*** GERACAO INVALIDA: ' WK-SET-REASON
                   DELIMITED BY SIZE INTO WK-RPT-MSG-LINE
               WRITE REST-RPT-LINE FROM WK-RPT-MSG-LINE
           END-IF.
           WRITE REST-RPT-LINE FROM WK-RPT-COL-HDR.
           PERFORM VARYING WK-FILE-IX FROM 1 BY 1
               UNTIL WK-FILE-IX > WK-BKUP-FILE-MAX
               MOVE WK-BKUP-FILE-NAME (WK-FILE-IX)
                   TO WK-RPT-FILE-NAME
               MOVE WK-MAN-STATE (WK-FILE-IX) TO WK-RPT-FILE-STATE
               MOVE WK-MAN-COUNT (WK-FILE-IX) TO WK-RPT-MAN-COUNT
               MOVE WK-CNT-COUNT (WK-FILE-IX) TO WK-RPT-CNT-COUNT
               MOVE WK-MAN-TOTAL (WK-FILE-IX) TO WK-RPT-MAN-TOTAL
               MOVE WK-CNT-TOTAL (WK-FILE-IX) TO WK-RPT-CNT-TOTAL
               MOVE WK-VRF-RESULT (WK-FILE-IX) TO WK-RPT-RESULT
               WRITE REST-RPT-LINE FROM WK-RPT-FILE-LINE
           END-PERFORM.
           MOVE SPACES TO WK-RPT-MSG-LINE.
           IF WK-BAD-FILES = 0
               MOVE 'GERACAO CONFERE COM O MANIFESTO'
                   TO WK-RPT-MSG-LINE
           ELSE
               STRING 'GERACAO NAO CONFERE: ' WK-BAD-FILES
                   ' ARQUIVO(S) DIVERGENTE(S)'
                   DELIMITED BY SIZE INTO WK-RPT-MSG-LINE
           END-IF.
           WRITE REST-RPT-LINE FROM WK-RPT-MSG-LINE.

      *> The full set is restored only from a generation that agrees
      *> throughout - a consistent set is the point of it; a single
      *> file only needs its own entries to agree.
       RESTORE-REQUESTED-FILES.
           IF WK-SEL-IX = 0
               IF WK-BAD-FILES > 0
                   MOVE 'RESTAURACAO RECUSADA - GERACAO NAO CONFERE'
                       TO WK-RPT-MSG-LINE
                   WRITE REST-RPT-LINE FROM WK-RPT-MSG-LINE
                   DISPLAY WK-RPT-MSG-LINE
                   GO TO RESTORE-REQUESTED-FILES-EXIT
               END-IF
               PERFORM VARYING WK-FILE-IX FROM 1 BY 1
                   UNTIL WK-FILE-IX > WK-BKUP-FILE-MAX
                   IF WK-VRF-OK (WK-FILE-IX) = 'Y'
                       PERFORM RESTORE-ONE-FILE
                   ELSE
                       MOVE WK-BKUP-FILE-NAME (WK-FILE-IX)
                           TO WK-RPT-REST-NAME
                       MOVE 0 TO WK-RPT-REST-COUNT
                       MOVE 'NAO RESTAURADO - AUSENTE NO BACKUP'
                           TO WK-RPT-REST-TEXT
                       WRITE REST-RPT-LINE FROM WK-RPT-REST-LINE
                   END-IF
               END-PERFORM
               GO TO RESTORE-REQUESTED-FILES-EXIT
           END-IF.
           MOVE WK-SEL-IX TO WK-FILE-IX.
           EVALUATE WK-VRF-OK (WK-FILE-IX)
               WHEN 'Y'
                   PERFORM RESTORE-ONE-FILE
               WHEN 'A'
                   MOVE SPACES TO WK-RPT-MSG-LINE
                   STRING 'RESTAURACAO RECUSADA - ' WK-SEL-FILE
                       ' AUSENTE NO BACKUP'
                       DELIMITED BY SIZE INTO WK-RPT-MSG-LINE
                   WRITE REST-RPT-LINE FROM WK-RPT-MSG-LINE
                   DISPLAY WK-RPT-MSG-LINE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WK-RPT-MSG-LINE
                   STRING 'RESTAURACAO RECUSADA - ' WK-SEL-FILE
                       ' NAO CONFERE COM O MANIFESTO'
                       DELIMITED BY SIZE INTO WK-RPT-MSG-LINE
                   WRITE REST-RPT-LINE FROM WK-RPT-MSG-LINE
                   DISPLAY WK-RPT-MSG-LINE
           END-EVALUATE.
       RESTORE-REQUESTED-FILES-EXIT.
           EXIT.

      *> Rewrites the live file from its entries in the generation,
      *> then reads it back through the same control total.
       RESTORE-ONE-FILE.
           MOVE 'N' TO WK-WRITE-FAILED.
           MOVE 'N' TO WK-REST-OK.
           PERFORM OPEN-MASTER-OUTPUT.
           IF WK-MST-STATUS NOT = '00'
               SET RESTORE-WRITE-FAILED TO TRUE
           ELSE
               OPEN INPUT SET-FILE
               PERFORM UNTIL WK-BKUP-STATUS NOT = '00'
                   READ SET-FILE
                       AT END
                           MOVE '10' TO WK-BKUP-STATUS
                       NOT AT END
                           MOVE SET-FILE-RECORD TO BKUP-RECORD
                           IF BKUP-IS-DATA
                               AND BKUP-FILE
                                   = WK-BKUP-FILE-NAME (WK-FILE-IX)
                               PERFORM WRITE-MASTER-RECORD
                               IF WK-MST-STATUS NOT = '00'
                                   SET RESTORE-WRITE-FAILED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WK-BKUP-STATUS NOT = '10'
                   SET RESTORE-WRITE-FAILED TO TRUE
               END-IF
               CLOSE SET-FILE
           END-IF.
           PERFORM CLOSE-MASTER-FILE.
           ADD 1 TO WK-REST-FILES.

           MOVE 0 TO WK-BKUP-COUNT.
           MOVE 0 TO WK-BKUP-TOTAL.
           MOVE WK-BKUP-FILE-LEN (WK-FILE-IX) TO WK-BKUP-LENGTH.
           PERFORM OPEN-MASTER-INPUT.
           IF WK-MST-STATUS = '00'
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   PERFORM READ-MASTER-RECORD
                   IF WK-MST-STATUS = '00'
                       PERFORM ADD-TO-CONTROL-TOTAL
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM CLOSE-MASTER-FILE.

           MOVE WK-BKUP-FILE-NAME (WK-FILE-IX) TO WK-RPT-REST-NAME.
           MOVE WK-BKUP-COUNT TO WK-RPT-REST-COUNT.
           IF NOT RESTORE-WRITE-FAILED
               AND WK-BKUP-COUNT = WK-MAN-COUNT (WK-FILE-IX)
               AND WK-BKUP-TOTAL = WK-MAN-TOTAL (WK-FILE-IX)
               SET RESTORE-CHECKED TO TRUE
               MOVE 'RESTAURADO E CONFERIDO' TO WK-RPT-REST-TEXT
               MOVE 'RST0001' TO OMSG-ID
               MOVE 'I' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-BKUP-FILE-NAME (WK-FILE-IX)
                   ' RESTAURADO DO BACKUP ' WK-SET-DATE ' - '
                   WK-BKUP-COUNT ' REGS'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           ELSE
               ADD 1 TO WK-REST-BAD
               IF RESTORE-WRITE-FAILED
                   MOVE 'FALHA NA GRAVACAO - ARQUIVO A REFAZER'
                       TO WK-RPT-REST-TEXT
               ELSE
                   MOVE 'RELIDO NAO CONFERE COM O MANIFESTO'
                       TO WK-RPT-REST-TEXT
               END-IF
           END-IF.
           WRITE REST-RPT-LINE FROM WK-RPT-REST-LINE.
           DISPLAY 'RESTAURACAO: ' WK-RPT-REST-NAME ' '
               WK-RPT-REST-TEXT.
           PERFORM WRITE-RESTORE-AUDIT.

      *> One FD per master: the file at WK-FILE-IX is opened, read,
      *> written and closed through these, with the status always
      *> left in WK-MST-STATUS.
       OPEN-MASTER-OUTPUT.
           EVALUATE WK-FILE-IX
               WHEN 1
                   OPEN OUTPUT USER-FILE
                   MOVE WK-USERFILE-STATUS TO WK-MST-STATUS
               WHEN 2
                   OPEN OUTPUT CAL-FILE
               WHEN 3
                   OPEN OUTPUT PARM-FILE
               WHEN 4
                   OPEN OUTPUT STRM-DEF-FILE
               WHEN 5
                   OPEN OUTPUT POS-FILE
               WHEN 6
                   OPEN OUTPUT BLED-FILE
               WHEN 7
                   OPEN OUTPUT PREG-FILE
               WHEN 8
                   OPEN OUTPUT DEPT-MST-FILE
               WHEN 9
                   OPEN OUTPUT XREG-FILE
               WHEN 10
                   OPEN OUTPUT HIST-FILE
           END-EVALUATE.

       OPEN-MASTER-INPUT.
           EVALUATE WK-FILE-IX
               WHEN 1
                   OPEN INPUT USER-FILE
                   MOVE WK-USERFILE-STATUS TO WK-MST-STATUS
               WHEN 2
                   OPEN INPUT CAL-FILE
               WHEN 3
                   OPEN INPUT PARM-FILE
               WHEN 4
                   OPEN INPUT STRM-DEF-FILE
               WHEN 5
                   OPEN INPUT POS-FILE
               WHEN 6
                   OPEN INPUT BLED-FILE
               WHEN 7
                   OPEN INPUT PREG-FILE
               WHEN 8
                   OPEN INPUT DEPT-MST-FILE
               WHEN 9
                   OPEN INPUT XREG-FILE
               WHEN 10
                   OPEN INPUT HIST-FILE
           END-EVALUATE.

       CLOSE-MASTER-FILE.
           EVALUATE WK-FILE-IX
               WHEN 1
                   CLOSE USER-FILE
               WHEN 2
                   CLOSE CAL-FILE
               WHEN 3
                   CLOSE PARM-FILE
               WHEN 4
                   CLOSE STRM-DEF-FILE
               WHEN 5
                   CLOSE POS-FILE
               WHEN 6
                   CLOSE BLED-FILE
               WHEN 7
                   CLOSE PREG-FILE
               WHEN 8
                   CLOSE DEPT-MST-FILE
               WHEN 9
                   CLOSE XREG-FILE
               WHEN 10
                   CLOSE HIST-FILE
           END-EVALUATE.

      *> The record image comes from BKUP-DATA; the KSDS masters are
      *> loaded in the key order the backup read them in.
       WRITE-MASTER-RECORD.
           EVALUATE WK-FILE-IX
               WHEN 1
                   WRITE USER-FILE-RECORD FROM BKUP-DATA
                   MOVE WK-USERFILE-STATUS TO WK-MST-STATUS
               WHEN 2
                   WRITE CAL-FILE-RECORD FROM BKUP-DATA
               WHEN 3
                   WRITE PARM-FILE-RECORD FROM BKUP-DATA
               WHEN 4
                   WRITE STRM-DEF-FILE-RECORD FROM BKUP-DATA
               WHEN 5
                   WRITE POS-FILE-RECORD FROM BKUP-DATA
               WHEN 6
                   WRITE BLED-FILE-RECORD FROM BKUP-DATA
               WHEN 7
                   WRITE PREG-FILE-RECORD FROM BKUP-DATA
               WHEN 8
                   WRITE DEPT-MST-RECORD FROM BKUP-DATA
               WHEN 9
                   WRITE XREG-FILE-RECORD FROM BKUP-DATA
               WHEN 10
                   WRITE HIST-FILE-RECORD FROM BKUP-DATA
           END-EVALUATE.

      *> Leaves the record image in WK-BKUP-IMAGE; WK-MST-STATUS is
      *> '10' at end of file.
       READ-MASTER-RECORD.
           MOVE SPACES TO WK-BKUP-IMAGE.
           EVALUATE WK-FILE-IX
               WHEN 1
                   READ USER-FILE
                       AT END
                           MOVE '10' TO WK-USERFILE-STATUS
                       NOT AT END
                           MOVE USER-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
                   MOVE WK-USERFILE-STATUS TO WK-MST-STATUS
               WHEN 2
                   READ CAL-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE CAL-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 3
                   READ PARM-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE PARM-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 4
                   READ STRM-DEF-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE STRM-DEF-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 5
                   READ POS-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE POS-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 6
                   READ BLED-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE BLED-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 7
                   READ PREG-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE PREG-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 8
                   READ DEPT-MST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE DEPT-MST-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 9
                   READ XREG-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE XREG-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
               WHEN 10
                   READ HIST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE HIST-FILE-RECORD TO WK-BKUP-IMAGE
                   END-READ
           END-EVALUATE.

       WRITE-CHECK-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'MSTREST' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'BACKUP ' WK-SET-DATE ' ' DELIMITED BY SIZE
               WK-MODE DELIMITED BY SPACE
               ' ARQUIVO=' DELIMITED BY SIZE
               WK-SEL-FILE DELIMITED BY SPACE
               ' DIVERGENTES=' WK-BAD-FILES DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       WRITE-RESTORE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'MSTREST' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           IF RESTORE-CHECKED
               MOVE 'CONFERE' TO WK-REST-VERDICT
           ELSE
               MOVE 'FALHOU' TO WK-REST-VERDICT
           END-IF.
           STRING 'RESTAURADO ' DELIMITED BY SIZE
               WK-BKUP-FILE-NAME (WK-FILE-IX) DELIMITED BY SPACE
               ' BACKUP ' WK-SET-DATE ' REGS=' WK-BKUP-COUNT
               ' ' WK-REST-VERDICT DELIMITED BY SIZE
               INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'MSTREST' TO ERR-PROGRAM.
           MOVE 'SIGNON' TO ERR-TYPE.
           STRING 'OPERADOR ' WK-OPERATOR-ID ' NAO AUTORIZADO APOS '
               WK-OPER-RETRY ' TENTATIVAS'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKBKUPP.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKUSERP.

           COPY WKSIGNP.

           COPY WKMSGP.

       END PROGRAM MSTREST.
