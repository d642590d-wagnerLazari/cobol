      ******************************************************************
      * Author:
      * Date:
      * Purpose: On-demand listing of the DISTLOG report delivery
      *          log DISTRIB keeps. The operator (or a RUNCARDS deck:
      *          DATA and DESTINO cards) names a processing date and
      *          optionally a recipient; every delivery logged for
      *          the selection is listed on DISTLIST - recipient,
      *          report, department filter, outcome, lines sent and
      *          when the bundle was built - to show what a recipient
      *          was sent on a given date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTINQ.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT DLOG-FILE ASSIGN TO "DISTLOG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DLOG-STATUS.

             SELECT LST-FILE ASSIGN TO "DISTLIST"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  DLOG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDLOG.

        FD  LST-FILE
            LABEL RECORDS ARE STANDARD.
        01  LST-LINE                PIC X(80).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-DLOG-STATUS  PIC X(02).
       77  WK-SEL-DATE     PIC 9(08) VALUE 0.
       77  WK-SEL-RECIPIENT PIC X(10) VALUE SPACES.
       77  WK-DATE-EDIT    PIC X(08) VALUE SPACES.
       77  WK-FOUND        PIC 9(05) VALUE 0.
       77  WK-FOUND-LINES  PIC 9(07) VALUE 0.
           COPY WKCARD.

       01  WK-LST-HEADER.
           05  FILLER            PIC X(24) VALUE
               'ENTREGAS DE RELATORIOS '.
           05  FILLER            PIC X(05) VALUE 'DATA '.
           05  WK-LST-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-LST-HDR-RECIP  PIC X(20).

       01  WK-LST-COL-HDR.
           05  FILLER            PIC X(40) VALUE
               'DESTINO    RELATORIO DEPTO       SITUACA'.
           05  FILLER            PIC X(40) VALUE
               'O       LINHAS  MONTADO EM'.

       01  WK-LST-DETAIL.
           05  WK-LST-RECIPIENT  PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-LST-REPORT     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-LST-DEPT       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-LST-RESULT     PIC X(14).
           05  WK-LST-LINES      PIC Z(6)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-LST-STAMP      PIC X(16).

       01  WK-LST-TOTAL.
           05  FILLER            PIC X(10) VALUE 'ENTREGAS: '.
           05  WK-LST-TOT-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(17) VALUE
               '  LINHAS ENVIADAS'.
           05  FILLER            PIC X(02) VALUE ': '.
           05  WK-LST-TOT-LINES  PIC Z(6)9.

       01  WK-LST-NONE         PIC X(50) VALUE
           'NENHUMA ENTREGA REGISTRADA PARA A SELECAO'.

       PROCEDURE DIVISION.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'DATA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND AND WK-CARD-TEXT(1:8) IS NUMERIC
               MOVE WK-CARD-TEXT(1:8) TO WK-SEL-DATE
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'DATA DAS ENTREGAS AAAAMMDD'
                   ACCEPT WK-DATE-EDIT
                       ON EXCEPTION
                           MOVE SPACES TO WK-DATE-EDIT
                   END-ACCEPT
                   IF WK-DATE-EDIT IS NUMERIC
                       MOVE WK-DATE-EDIT TO WK-SEL-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE 'DESTINO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:10) TO WK-SEL-RECIPIENT
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'DESTINATARIO (BRANCO=TODOS DA DATA)'
                   ACCEPT WK-SEL-RECIPIENT
                       ON EXCEPTION
                           MOVE SPACES TO WK-SEL-RECIPIENT
                   END-ACCEPT
               END-IF
           END-IF.

           IF WK-SEL-DATE = 0
               DISPLAY 'DATA NAO INFORMADA - ENCERRANDO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LST-FILE.
           MOVE WK-SEL-DATE TO WK-LST-HDR-DATE.
           IF WK-SEL-RECIPIENT NOT = SPACES
               STRING 'DESTINO ' WK-SEL-RECIPIENT
                   DELIMITED BY SIZE INTO WK-LST-HDR-RECIP
           END-IF.
           WRITE LST-LINE FROM WK-LST-HEADER.
           WRITE LST-LINE FROM WK-LST-COL-HDR.

           OPEN INPUT DLOG-FILE.
           IF WK-DLOG-STATUS NOT = '00'
               DISPLAY 'DISTLOG NAO DISPONIVEL - STATUS '
                   WK-DLOG-STATUS
               CLOSE DLOG-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WK-DLOG-STATUS = '10'
                   READ DLOG-FILE
                       AT END
                           MOVE '10' TO WK-DLOG-STATUS
                       NOT AT END
                           PERFORM LIST-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DLOG-FILE
           END-IF.

           IF WK-FOUND = 0
               WRITE LST-LINE FROM WK-LST-NONE
           ELSE
               MOVE WK-FOUND TO WK-LST-TOT-COUNT
               MOVE WK-FOUND-LINES TO WK-LST-TOT-LINES
               WRITE LST-LINE FROM WK-LST-TOTAL
           END-IF.
           CLOSE LST-FILE.

           DISPLAY 'DISTINQ - ' WK-FOUND ' ENTREGA(S) DE '
               WK-SEL-DATE.

           GOBACK.

       LIST-LOG-ENTRY.
           IF DLOG-DATE = WK-SEL-DATE
               AND (WK-SEL-RECIPIENT = SPACES
                   OR DLOG-RECIPIENT = WK-SEL-RECIPIENT)
               ADD 1 TO WK-FOUND
               ADD DLOG-LINES TO WK-FOUND-LINES
               MOVE DLOG-RECIPIENT TO WK-LST-RECIPIENT
               MOVE DLOG-REPORT TO WK-LST-REPORT
               MOVE DLOG-DEPT TO WK-LST-DEPT
               EVALUATE TRUE
                   WHEN DLOG-DELIVERED
                       MOVE 'ENTREGUE' TO WK-LST-RESULT
                   WHEN DLOG-NO-BATCHES
                       MOVE 'SEM LOTES' TO WK-LST-RESULT
                   WHEN DLOG-NOT-ARCHIVED
                       MOVE 'NAO ARQUIVADO' TO WK-LST-RESULT
                   WHEN DLOG-NOT-SPLITTABLE
                       MOVE 'FILTRO INVAL.' TO WK-LST-RESULT
                   WHEN OTHER
                       MOVE DLOG-RESULT TO WK-LST-RESULT
               END-EVALUATE
               MOVE DLOG-LINES TO WK-LST-LINES
               MOVE DLOG-STAMP TO WK-LST-STAMP
               WRITE LST-LINE FROM WK-LST-DETAIL
           END-IF.

           COPY WKCARDP.

       END PROGRAM DISTINQ.
