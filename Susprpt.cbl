      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aged listing of the SUSPENSE file: every SOMA2
      *          reject still waiting - pending, corrected but not
      *          released, or released and not yet collected by
      *          SOMACOLL - with its age in days from the night it was
      *          rejected, counted into age bands per department so
      *          operations can see what is still open and chase the
      *          oldest first. Items older than the limit (DIAS
      *          control card, default 5) raise an action-required
      *          operations message.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SUSP-STATUS.

             SELECT SUSP-RPT-FILE ASSIGN TO "SUSPRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  SUSP-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSUSP.

        FD  SUSP-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SUSP-RPT-LINE           PIC X(100).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-SUSP-STATUS  PIC X(02).
       77  WK-AGE-LIMIT    PIC 9(03) VALUE 5.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-REC-INT      PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-OPEN-COUNT   PIC 9(05) VALUE 0.
       77  WK-STALE-COUNT  PIC 9(05) VALUE 0.
       77  WK-OLDEST-AGE   PIC 9(05) VALUE 0.
       77  WK-BAND-IX      PIC 9(01) COMP VALUE 0.
       77  WK-DEPT-IX      PIC 9(02) COMP VALUE 0.
       77  WK-DEPT-POS     PIC 9(02) COMP VALUE 0.
       77  WK-DEPT-COUNT   PIC 9(02) COMP VALUE 0.
           COPY WKCARD.
           COPY WKERR.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.
           COPY WKSIM.

      *> Open items per department in four age bands: up to 2
      *> days, 3 to 7, 8 to 30, over 30. Departments past the table
      *> are counted under the last row, '*OUTROS*'.
       01  WK-DEPT-TABLE.
           05  WK-DEPT-ENTRY OCCURS 50 TIMES.
               10  WK-DEPT-ID      PIC X(10).
               10  WK-DEPT-BAND    PIC 9(05) OCCURS 4 TIMES.

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(40) VALUE
               'ITENS EM SUSPENSO - SOMA2  DATA: '.
           05  WK-RPT-HDR-DATE   PIC 9(08).

       01  WK-RPT-COL-HDR      PIC X(100) VALUE
           'EXEC   REG   REJEITADO DEPTO      LOTE     OP X          Y
      -    '          ST MOTIVO               IDADE'.

       01  WK-RPT-ITEM-LINE.
           05  WK-RPT-RUN-NO     PIC 9(06).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-REC-NO     PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-DATE       PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-DEPT       PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-BATCH      PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-OP         PIC X(01).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-X          PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-Y          PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-STATUS     PIC X(01).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-REASON     PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-AGE        PIC ZZZZ9.
           05  WK-RPT-STALE-FLAG PIC X(02).

       01  WK-RPT-BAND-HDR     PIC X(80) VALUE
           'DEPTO      ATE 2 DIAS  3-7 DIAS  8-30 DIAS  MAIS DE 30'.

       01  WK-RPT-BAND-LINE.
           05  WK-RPT-BAND-DEPT  PIC X(10).
           05  WK-RPT-BAND-CNT   PIC Z(9)9 OCCURS 4 TIMES.

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(18) VALUE 'ITENS EM ABERTO: '.
           05  WK-RPT-OPEN       PIC Z(4)9.
           05  FILLER            PIC X(20) VALUE '  ACIMA DO LIMITE: '.
           05  WK-RPT-STALE      PIC Z(4)9.
           05  FILLER            PIC X(10) VALUE '  LIMITE: '.
           05  WK-RPT-LIMIT      PIC ZZ9.
           05  FILLER            PIC X(05) VALUE ' DIAS'.

       01  WK-RPT-NO-FILE      PIC X(40) VALUE
           'ARQUIVO SUSPENSE NAO DISPONIVEL'.

       PROCEDURE DIVISION.

           MOVE 'SUSPRPT' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.

           MOVE 'DIAS' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-AGE-LIMIT
           END-IF.

           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).
           INITIALIZE WK-DEPT-TABLE.

           OPEN OUTPUT SUSP-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           WRITE SUSP-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE SUSP-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-STATUS NOT = '00'
               CLOSE SUSP-FILE
               WRITE SUSP-RPT-LINE FROM WK-RPT-NO-FILE
           ELSE
               WRITE SUSP-RPT-LINE FROM WK-RPT-COL-HDR
               PERFORM UNTIL WK-SUSP-STATUS = '10'
                   READ SUSP-FILE
                       AT END
                           MOVE '10' TO WK-SUSP-STATUS
                       NOT AT END
                           IF SUSP-OPEN
                               PERFORM AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
               PERFORM WRITE-AGE-BANDS
           END-IF.

           MOVE WK-OPEN-COUNT TO WK-RPT-OPEN.
           MOVE WK-STALE-COUNT TO WK-RPT-STALE.
           MOVE WK-AGE-LIMIT TO WK-RPT-LIMIT.
           WRITE SUSP-RPT-LINE FROM WK-RPT-TOTALS.
           CLOSE SUSP-RPT-FILE.

           IF WK-STALE-COUNT > 0
               MOVE 'SUS0001' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'SUSPENSO: ' WK-STALE-COUNT
                   ' ITENS ACIMA DE ' WK-AGE-LIMIT ' DIAS'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

           PERFORM WRITE-LISTING-AUDIT.

           DISPLAY 'SUSPRPT - ' WK-OPEN-COUNT ' ITENS EM ABERTO, '
               WK-STALE-COUNT ' ACIMA DO LIMITE'.

           PERFORM REGISTER-STEP-END.

           GOBACK.

       AGE-ONE-ITEM.
           ADD 1 TO WK-OPEN-COUNT.
           MOVE 0 TO WK-AGE-DAYS.
           IF SUSP-DATE IS NUMERIC AND SUSP-DATE > 16010101
               COMPUTE WK-REC-INT =
                   FUNCTION INTEGER-OF-DATE(SUSP-DATE)
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-REC-INT
           END-IF.
           IF WK-AGE-DAYS < 0
               MOVE 0 TO WK-AGE-DAYS
           END-IF.
           MOVE SPACES TO WK-RPT-STALE-FLAG.
           IF WK-AGE-DAYS > WK-AGE-LIMIT
               ADD 1 TO WK-STALE-COUNT
               MOVE ' *' TO WK-RPT-STALE-FLAG
           END-IF.
           IF WK-AGE-DAYS > WK-OLDEST-AGE
               MOVE WK-AGE-DAYS TO WK-OLDEST-AGE
           END-IF.
           MOVE SUSP-RUN-NO TO WK-RPT-RUN-NO.
           MOVE SUSP-REC-NO TO WK-RPT-REC-NO.
           MOVE SUSP-DATE TO WK-RPT-DATE.
           MOVE SUSP-DEPT TO WK-RPT-DEPT.
           MOVE SUSP-BATCH-ID TO WK-RPT-BATCH.
           MOVE SUSP-OP TO WK-RPT-OP.
           MOVE SUSP-X TO WK-RPT-X.
           MOVE SUSP-Y TO WK-RPT-Y.
           MOVE SUSP-STATUS TO WK-RPT-STATUS.
           MOVE SUSP-REASON TO WK-RPT-REASON.
           MOVE WK-AGE-DAYS TO WK-RPT-AGE.
           WRITE SUSP-RPT-LINE FROM WK-RPT-ITEM-LINE.
           EVALUATE TRUE
               WHEN WK-AGE-DAYS <= 2
                   MOVE 1 TO WK-BAND-IX
               WHEN WK-AGE-DAYS <= 7
                   MOVE 2 TO WK-BAND-IX
               WHEN WK-AGE-DAYS <= 30
                   MOVE 3 TO WK-BAND-IX
               WHEN OTHER
                   MOVE 4 TO WK-BAND-IX
           END-EVALUATE.
           PERFORM FIND-DEPT-ROW.
           ADD 1 TO WK-DEPT-BAND (WK-DEPT-POS, WK-BAND-IX).

       FIND-DEPT-ROW.
           MOVE 0 TO WK-DEPT-POS.
           PERFORM VARYING WK-DEPT-IX FROM 1 BY 1
               UNTIL WK-DEPT-IX > WK-DEPT-COUNT
               IF WK-DEPT-ID (WK-DEPT-IX) = SUSP-DEPT
                   MOVE WK-DEPT-IX TO WK-DEPT-POS
                   MOVE WK-DEPT-COUNT TO WK-DEPT-IX
               END-IF
           END-PERFORM.
           IF WK-DEPT-POS = 0
               IF WK-DEPT-COUNT < 49
                   ADD 1 TO WK-DEPT-COUNT
                   MOVE WK-DEPT-COUNT TO WK-DEPT-POS
                   MOVE SUSP-DEPT TO WK-DEPT-ID (WK-DEPT-POS)
               ELSE
                   MOVE 50 TO WK-DEPT-POS
                   MOVE 50 TO WK-DEPT-COUNT
                   MOVE '*OUTROS*' TO WK-DEPT-ID (WK-DEPT-POS)
               END-IF
           END-IF.

       WRITE-AGE-BANDS.
           MOVE SPACES TO SUSP-RPT-LINE.
           WRITE SUSP-RPT-LINE.
           WRITE SUSP-RPT-LINE FROM WK-RPT-BAND-HDR.
           PERFORM VARYING WK-DEPT-IX FROM 1 BY 1
               UNTIL WK-DEPT-IX > WK-DEPT-COUNT
               MOVE WK-DEPT-ID (WK-DEPT-IX) TO WK-RPT-BAND-DEPT
               PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                   UNTIL WK-BAND-IX > 4
                   MOVE WK-DEPT-BAND (WK-DEPT-IX, WK-BAND-IX)
                       TO WK-RPT-BAND-CNT (WK-BAND-IX)
               END-PERFORM
               WRITE SUSP-RPT-LINE FROM WK-RPT-BAND-LINE
           END-PERFORM.

       WRITE-LISTING-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'SUSPRPT' TO AUDIT-PROGRAM.
           STRING 'SUSPENSO ABERTOS=' WK-OPEN-COUNT
               ' ACIMA-LIMITE=' WK-STALE-COUNT
               ' MAIS-ANTIGO=' WK-OLDEST-AGE
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

       END PROGRAM SUSPRPT.
