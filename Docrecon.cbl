      ******************************************************************
      * Author:
      * Date:
      * Purpose: Accountability reconciliation of the document
      *          numbers CONTADOR issues. Every range SEQDIST hands
      *          out is on the DOCISS register under its series and
      *          processing date; the consuming systems return each
      *          number on DOCUSO as used, voided or spoiled.
      *          DOCRECON matches the night's returns against the
      *          register and lists numbers returned twice, numbers
      *          returned that were never issued (or with a wrong
      *          check digit), and - per series and issue date - how
      *          many numbers are still outstanding. Numbers still
      *          unaccounted for more than DIAS days (control card,
      *          default 10) after issue are listed one run per line
      *          and raise an action-required operations message.
      *          Returns already matched are kept on DOCACCT until
      *          their whole range is accounted for; the range is then
      *          closed on DOCISS, and a closed range is dropped from
      *          the register RETENCAO days (default 180) after
      *          issue. DOCUSO is emptied once the files are
      *          rewritten. RC 4 on any exception, RC 8 when the
      *          register outgrows the tables and nothing is updated.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCRECON.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ISS-FILE ASSIGN TO "DOCISS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ISS-STATUS.

             SELECT USO-FILE ASSIGN TO "DOCUSO"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USO-STATUS.

             SELECT ACC-FILE ASSIGN TO "DOCACCT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ACC-STATUS.

             SELECT RECON-RPT-FILE ASSIGN TO "DOCRRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  ISS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDISS.

        FD  USO-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDUSO.

      * Returns already matched to a range that is still open: one
      * record per number, with what became of it, when, who
      * returned it and the night it was reconciled. Rewritten every
      * run; the records of a range leave the file when it closes.
        FD  ACC-FILE
            LABEL RECORDS ARE STANDARD.
        01  DACC-RECORD.
            05  DACC-STREAM-ID      PIC X(08).
            05  DACC-VALUE          PIC 9(05).
            05  DACC-STATUS         PIC X(01).
            05  DACC-USE-DATE       PIC X(08).
            05  DACC-SYSTEM         PIC X(08).
            05  DACC-RETURNED       PIC 9(08).

        FD  RECON-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  RECON-RPT-LINE          PIC X(100).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-ISS-STATUS   PIC X(02).
       77  WK-USO-STATUS   PIC X(02).
       77  WK-ACC-STATUS   PIC X(02).
       77  WK-AGE-LIMIT    PIC 9(03) VALUE 10.
       77  WK-KEEP-DAYS    PIC 9(04) VALUE 180.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-REC-INT      PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-RNG-COUNT    PIC 9(04) COMP VALUE 0.
       77  WK-RNG-IX       PIC 9(04) COMP VALUE 0.
       77  WK-RNG-POS      PIC 9(04) COMP VALUE 0.
       77  WK-SLOT-USED    PIC 9(05) COMP VALUE 0.
       77  WK-SLOT-IX      PIC 9(05) COMP VALUE 0.
       77  WK-SLOT-END     PIC 9(05) COMP VALUE 0.
       77  WK-SLOT-POS     PIC 9(05) COMP VALUE 0.
       77  WK-FIND-ID      PIC X(08) VALUE SPACES.
       77  WK-FIND-VALUE   PIC 9(05) VALUE 0.
       77  WK-GAP-FIRST    PIC 9(05) VALUE 0.
       77  WK-GAP-LAST     PIC 9(05) VALUE 0.
       77  WK-GAP-OPEN     PIC X(01) VALUE 'N'.
           88  GAP-IS-OPEN     VALUE 'Y'.
       77  WK-RETURNED     PIC 9(05) VALUE 0.
       77  WK-USED-COUNT   PIC 9(05) VALUE 0.
       77  WK-VOID-COUNT   PIC 9(05) VALUE 0.
       77  WK-SPOIL-COUNT  PIC 9(05) VALUE 0.
       77  WK-DUP-COUNT    PIC 9(05) VALUE 0.
       77  WK-UNISSUED-COUNT PIC 9(05) VALUE 0.
       77  WK-INVALID-COUNT PIC 9(05) VALUE 0.
       77  WK-OVERDUE-COUNT PIC 9(05) VALUE 0.
       77  WK-PENDING-COUNT PIC 9(05) VALUE 0.
       77  WK-CLOSED-NOW   PIC 9(04) VALUE 0.
       77  WK-PURGED       PIC 9(04) VALUE 0.
       77  WK-REPEATED     PIC 9(04) VALUE 0.
       77  WK-BAD-REGISTER PIC 9(04) VALUE 0.
       77  WK-EXCEPTIONS   PIC 9(05) VALUE 0.
       77  WK-REASON       PIC X(40) VALUE SPACES.
      *> Set when DOCISS holds more ranges, or its open ranges more
      *> numbers, than the tables: the reconciliation would be
      *> incomplete, so nothing is matched or rewritten.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
       77  WK-REWRITE-OK   PIC X(01) VALUE 'Y'.
           88  FILES-REWRITTEN VALUE 'Y'.
           COPY WKCARD.
           COPY WKERR.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.
           COPY WKDIG.
           COPY WKSIM.

      *> One row per DOCISS range. An open range owns WK-RNG-SIZE
      *> consecutive rows of the number table from WK-RNG-BASE + 1;
      *> a closed range owns none - every number in it is already
      *> accounted for.
       01  WK-RNG-TABLE.
           05  WK-RNG-ENTRY OCCURS 1000 TIMES.
               10  WK-RNG-ID       PIC X(08).
               10  WK-RNG-PREFIX   PIC X(03).
               10  WK-RNG-DATE     PIC 9(08).
               10  WK-RNG-FIRST    PIC 9(05).
               10  WK-RNG-LAST     PIC 9(05).
               10  WK-RNG-STATUS   PIC X(01).
               10  WK-RNG-WAS-OPEN PIC X(01).
               10  WK-RNG-BASE     PIC 9(05) COMP.
               10  WK-RNG-SIZE     PIC 9(05) COMP.
               10  WK-RNG-DONE     PIC 9(05) COMP.

      *> What became of each number of the open ranges; a space
      *> state means not yet returned.
       01  WK-NUM-TABLE.
           05  WK-NUM-ENTRY OCCURS 20000 TIMES.
               10  WK-NUM-STATE    PIC X(01).
               10  WK-NUM-USE-DATE PIC X(08).
               10  WK-NUM-SYSTEM   PIC X(08).
               10  WK-NUM-RETURNED PIC 9(08).

       01  WK-DOC-EDIT.
           05  WK-DOC-EDIT-PREFIX PIC X(03).
           05  WK-DOC-EDIT-VALUE  PIC 9(05).
           05  WK-DOC-EDIT-CHECK  PIC X(01).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(44) VALUE
               'RECONCILIACAO DE NUMEROS DE DOCUMENTO  DATA:'.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-HDR-DATE   PIC 9(08).

       01  WK-RPT-SEC-EXC      PIC X(60) VALUE
           'DEVOLUCOES COM OCORRENCIA'.

       01  WK-RPT-EXC-HDR      PIC X(100) VALUE
           'SERIE    DOCUMENTO  SIT DATA USO  SISTEMA   OCORRENCIA'.

       01  WK-RPT-EXC-LINE.
           05  WK-RPT-EXC-ID     PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-EXC-DOC    PIC X(09).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-EXC-STATUS PIC X(01).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-EXC-DATE   PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-EXC-SYSTEM PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-EXC-REASON PIC X(40).

       01  WK-RPT-SEC-RNG      PIC X(60) VALUE
           'FAIXAS EMITIDAS EM ABERTO POR SERIE E DATA'.

       01  WK-RPT-RNG-HDR.
           05  FILLER            PIC X(48) VALUE
               'SERIE    EMISSAO  PRIMEIRO  ULTIMO     EMITIDOS'.
           05  FILLER            PIC X(36) VALUE
               ' DEVOLVIDOS PENDENTES IDADE SITUACAO'.

       01  WK-RPT-RNG-LINE.
           05  WK-RPT-RNG-ID     PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-RNG-DATE   PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-RNG-FIRST  PIC X(09).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-RNG-LAST   PIC X(09).
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-RNG-SIZE   PIC Z(4)9.
           05  FILLER            PIC X(06) VALUE SPACES.
           05  WK-RPT-RNG-DONE   PIC Z(4)9.
           05  FILLER            PIC X(05) VALUE SPACES.
           05  WK-RPT-RNG-PEND   PIC Z(4)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-RNG-AGE    PIC ZZZZ9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-RNG-SIT    PIC X(10).

       01  WK-RPT-GAP-LINE.
           05  FILLER            PIC X(13) VALUE '  SEM DESTINO'.
           05  FILLER            PIC X(05) VALUE ': DE '.
           05  WK-RPT-GAP-FIRST  PIC X(09).
           05  FILLER            PIC X(05) VALUE ' ATE '.
           05  WK-RPT-GAP-LAST   PIC X(09).
           05  FILLER            PIC X(07) VALUE '  QTD: '.
           05  WK-RPT-GAP-QTY    PIC Z(4)9.

       01  WK-RPT-TOTALS-1.
           05  FILLER            PIC X(12) VALUE 'DEVOLUCOES: '.
           05  WK-RPT-TOT-RET    PIC Z(4)9.
           05  FILLER            PIC X(10) VALUE '  USADOS: '.
           05  WK-RPT-TOT-USED   PIC Z(4)9.
           05  FILLER            PIC X(12) VALUE '  ANULADOS: '.
           05  WK-RPT-TOT-VOID   PIC Z(4)9.
           05  FILLER            PIC X(16) VALUE '  INUTILIZADOS: '.
           05  WK-RPT-TOT-SPOIL  PIC Z(4)9.

       01  WK-RPT-TOTALS-2.
           05  FILLER            PIC X(12) VALUE 'DUPLICADAS: '.
           05  WK-RPT-TOT-DUP    PIC Z(4)9.
           05  FILLER            PIC X(16) VALUE '  NAO EMITIDOS: '.
           05  WK-RPT-TOT-UNISS  PIC Z(4)9.
           05  FILLER            PIC X(13) VALUE '  INVALIDAS: '.
           05  WK-RPT-TOT-INV    PIC Z(4)9.

       01  WK-RPT-TOTALS-3.
           05  FILLER            PIC X(18) VALUE 'NUMEROS PENDENTES:'.
           05  WK-RPT-TOT-PEND   PIC Z(5)9.
           05  FILLER            PIC X(25) VALUE
               '  SEM DESTINO HA MAIS DE '.
           05  WK-RPT-TOT-LIMIT  PIC ZZ9.
           05  FILLER            PIC X(07) VALUE ' DIAS: '.
           05  WK-RPT-TOT-OVER   PIC Z(4)9.

       01  WK-RPT-TOTALS-4.
           05  FILLER            PIC X(17) VALUE 'FAIXAS ENCERRADAS'.
           05  FILLER            PIC X(02) VALUE ': '.
           05  WK-RPT-TOT-CLOSED PIC Z(3)9.
           05  FILLER            PIC X(14) VALUE '  EXPURGADAS: '.
           05  WK-RPT-TOT-PURGED PIC Z(3)9.
           05  FILLER            PIC X(14) VALUE '  REPETIDAS: '.
           05  WK-RPT-TOT-REPEAT PIC Z(3)9.

       01  WK-RPT-NONE         PIC X(60) VALUE
           'NENHUMA DEVOLUCAO COM OCORRENCIA'.

       01  WK-RPT-OVERFLOW     PIC X(80) VALUE
           '*** DOCISS EXCEDE A CAPACIDADE DAS TABELAS - RECONCILIACAO
      -    ' NAO EXECUTADA ***'.

       01  WK-RPT-NO-REWRITE   PIC X(80) VALUE
           '*** FALHA AO REGRAVAR DOCISS/DOCACCT - DOCUSO MANTIDO ***'.

       01  WK-RPT-SIM-KEPT     PIC X(80) VALUE
           'SIMULACAO - DOCISS, DOCACCT E DOCUSO NAO FORAM ALTERADOS'.

       PROCEDURE DIVISION.

           MOVE 'DOCRECON' TO RUN-CTL-STEP.
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
           MOVE 'RETENCAO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-KEEP-DAYS
           END-IF.

           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).
           INITIALIZE WK-RNG-TABLE.
           INITIALIZE WK-NUM-TABLE.

           OPEN OUTPUT RECON-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           WRITE RECON-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE RECON-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           PERFORM LOAD-ISSUE-REGISTER.
           IF TABLE-OVERFLOWED
               WRITE RECON-RPT-LINE FROM WK-RPT-OVERFLOW
               CLOSE RECON-RPT-FILE
               PERFORM LOG-TABLE-OVERFLOW-ERROR
               MOVE 'DRC0003' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE 'DOCISS EXCEDE AS TABELAS - RECONCILIACAO NAO FEITA'
                   TO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ACCOUNTED-NUMBERS.

           MOVE SPACES TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           WRITE RECON-RPT-LINE FROM WK-RPT-SEC-EXC.
           WRITE RECON-RPT-LINE FROM WK-RPT-EXC-HDR.
           OPEN INPUT USO-FILE.
           IF WK-USO-STATUS = '00'
               PERFORM UNTIL WK-USO-STATUS = '10'
                   READ USO-FILE
                       AT END
                           MOVE '10' TO WK-USO-STATUS
                       NOT AT END
                           PERFORM MATCH-ONE-RETURN
                               THRU MATCH-ONE-RETURN-EXIT
                   END-READ
               END-PERFORM
               CLOSE USO-FILE
           ELSE
               CLOSE USO-FILE
           END-IF.
           COMPUTE WK-EXCEPTIONS =
               WK-DUP-COUNT + WK-UNISSUED-COUNT + WK-INVALID-COUNT.
           IF WK-EXCEPTIONS = 0
               WRITE RECON-RPT-LINE FROM WK-RPT-NONE
           END-IF.

           MOVE SPACES TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           WRITE RECON-RPT-LINE FROM WK-RPT-SEC-RNG.
           WRITE RECON-RPT-LINE FROM WK-RPT-RNG-HDR.
           PERFORM REPORT-ONE-RANGE
               VARYING WK-RNG-IX FROM 1 BY 1
               UNTIL WK-RNG-IX > WK-RNG-COUNT.

      *> A simulation reports tonight's matching but keeps the
      *> register, the accounted numbers and the returns as they
      *> were, so the real night matches the same returns again.
           IF RUN-SIMULATED
               WRITE RECON-RPT-LINE FROM WK-RPT-SIM-KEPT
           ELSE
               PERFORM REWRITE-ISSUE-REGISTER
               IF FILES-REWRITTEN
                   PERFORM REWRITE-ACCOUNTED-NUMBERS
               END-IF
               IF FILES-REWRITTEN
                   OPEN OUTPUT USO-FILE
                   CLOSE USO-FILE
               ELSE
                   WRITE RECON-RPT-LINE FROM WK-RPT-NO-REWRITE
               END-IF
           END-IF.

           MOVE SPACES TO RECON-RPT-LINE.
           WRITE RECON-RPT-LINE.
           MOVE WK-RETURNED TO WK-RPT-TOT-RET.
           MOVE WK-USED-COUNT TO WK-RPT-TOT-USED.
           MOVE WK-VOID-COUNT TO WK-RPT-TOT-VOID.
           MOVE WK-SPOIL-COUNT TO WK-RPT-TOT-SPOIL.
           WRITE RECON-RPT-LINE FROM WK-RPT-TOTALS-1.
           MOVE WK-DUP-COUNT TO WK-RPT-TOT-DUP.
           MOVE WK-UNISSUED-COUNT TO WK-RPT-TOT-UNISS.
           MOVE WK-INVALID-COUNT TO WK-RPT-TOT-INV.
           WRITE RECON-RPT-LINE FROM WK-RPT-TOTALS-2.
           MOVE WK-PENDING-COUNT TO WK-RPT-TOT-PEND.
           MOVE WK-AGE-LIMIT TO WK-RPT-TOT-LIMIT.
           MOVE WK-OVERDUE-COUNT TO WK-RPT-TOT-OVER.
           WRITE RECON-RPT-LINE FROM WK-RPT-TOTALS-3.
           MOVE WK-CLOSED-NOW TO WK-RPT-TOT-CLOSED.
           MOVE WK-PURGED TO WK-RPT-TOT-PURGED.
           MOVE WK-REPEATED TO WK-RPT-TOT-REPEAT.
           WRITE RECON-RPT-LINE FROM WK-RPT-TOTALS-4.
           CLOSE RECON-RPT-FILE.

           IF WK-OVERDUE-COUNT > 0
               MOVE 'DRC0001' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'DOCUMENTOS SEM DESTINO: ' WK-OVERDUE-COUNT
                   ' NUMEROS HA MAIS DE ' WK-AGE-LIMIT ' DIAS'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.
           IF WK-EXCEPTIONS > 0
               MOVE 'DRC0002' TO OMSG-ID
               MOVE 'W' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'DEVOLUCOES DUPL=' WK-DUP-COUNT
                   ' NAO-EMIT=' WK-UNISSUED-COUNT
                   ' INVAL=' WK-INVALID-COUNT
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

           PERFORM WRITE-RECON-AUDIT.

           DISPLAY 'DOCRECON - ' WK-RETURNED ' DEVOLUCOES, '
               WK-EXCEPTIONS ' COM OCORRENCIA, ' WK-OVERDUE-COUNT
               ' SEM DESTINO'.

           IF NOT FILES-REWRITTEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-EXCEPTIONS > 0 OR WK-OVERDUE-COUNT > 0
                   OR WK-BAD-REGISTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTER-STEP-END
           END-IF.

           GOBACK.

       LOAD-ISSUE-REGISTER.
           MOVE 0 TO WK-RNG-COUNT.
           MOVE 0 TO WK-SLOT-USED.
           OPEN INPUT ISS-FILE.
           IF WK-ISS-STATUS = '00'
               PERFORM UNTIL WK-ISS-STATUS = '10'
                   READ ISS-FILE
                       AT END
                           MOVE '10' TO WK-ISS-STATUS
                       NOT AT END
                           PERFORM LOAD-ONE-RANGE
                               THRU LOAD-ONE-RANGE-EXIT
                   END-READ
               END-PERFORM
               CLOSE ISS-FILE
           ELSE
               CLOSE ISS-FILE
           END-IF.

      *> A rerun of SEQDIST registers the same range twice: the
      *> repeat is dropped. A closed range past the retention is
      *> dropped too - a return for it would now show as never
      *> issued.
       LOAD-ONE-RANGE.
           IF DISS-STREAM-ID = SPACES
               OR DISS-FIRST IS NOT NUMERIC
               OR DISS-LAST IS NOT NUMERIC
               OR DISS-DATE IS NOT NUMERIC
               OR DISS-FIRST > DISS-LAST
               OR NOT (DISS-OPEN OR DISS-CLOSED)
               ADD 1 TO WK-BAD-REGISTER
               PERFORM LOG-REGISTER-ERROR
               GO TO LOAD-ONE-RANGE-EXIT
           END-IF.
           MOVE 0 TO WK-RNG-POS.
           PERFORM VARYING WK-RNG-IX FROM 1 BY 1
               UNTIL WK-RNG-IX > WK-RNG-COUNT
               IF WK-RNG-ID (WK-RNG-IX) = DISS-STREAM-ID
                   AND WK-RNG-FIRST (WK-RNG-IX) = DISS-FIRST
                   AND WK-RNG-LAST (WK-RNG-IX) = DISS-LAST
                   MOVE WK-RNG-IX TO WK-RNG-POS
                   MOVE WK-RNG-COUNT TO WK-RNG-IX
               END-IF
           END-PERFORM.
           IF WK-RNG-POS > 0
               ADD 1 TO WK-REPEATED
               GO TO LOAD-ONE-RANGE-EXIT
           END-IF.
           IF DISS-CLOSED
               COMPUTE WK-REC-INT = FUNCTION INTEGER-OF-DATE(DISS-DATE)
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-REC-INT
               IF WK-AGE-DAYS > WK-KEEP-DAYS
                   ADD 1 TO WK-PURGED
                   GO TO LOAD-ONE-RANGE-EXIT
               END-IF
           END-IF.
           IF WK-RNG-COUNT >= 1000
               SET TABLE-OVERFLOWED TO TRUE
               GO TO LOAD-ONE-RANGE-EXIT
           END-IF.
           ADD 1 TO WK-RNG-COUNT.
           MOVE DISS-STREAM-ID TO WK-RNG-ID (WK-RNG-COUNT).
           MOVE DISS-PREFIX TO WK-RNG-PREFIX (WK-RNG-COUNT).
           MOVE DISS-DATE TO WK-RNG-DATE (WK-RNG-COUNT).
           MOVE DISS-FIRST TO WK-RNG-FIRST (WK-RNG-COUNT).
           MOVE DISS-LAST TO WK-RNG-LAST (WK-RNG-COUNT).
           MOVE DISS-STATUS TO WK-RNG-STATUS (WK-RNG-COUNT).
           MOVE DISS-STATUS TO WK-RNG-WAS-OPEN (WK-RNG-COUNT).
           COMPUTE WK-RNG-SIZE (WK-RNG-COUNT) =
               DISS-LAST - DISS-FIRST + 1.
           MOVE 0 TO WK-RNG-DONE (WK-RNG-COUNT).
           MOVE 0 TO WK-RNG-BASE (WK-RNG-COUNT).
           IF DISS-OPEN
               IF WK-SLOT-USED + WK-RNG-SIZE (WK-RNG-COUNT) > 20000
                   SET TABLE-OVERFLOWED TO TRUE
                   GO TO LOAD-ONE-RANGE-EXIT
               END-IF
               MOVE WK-SLOT-USED TO WK-RNG-BASE (WK-RNG-COUNT)
               ADD WK-RNG-SIZE (WK-RNG-COUNT) TO WK-SLOT-USED
           END-IF.
       LOAD-ONE-RANGE-EXIT.
           EXIT.

       LOAD-ACCOUNTED-NUMBERS.
           OPEN INPUT ACC-FILE.
           IF WK-ACC-STATUS = '00'
               PERFORM UNTIL WK-ACC-STATUS = '10'
                   READ ACC-FILE
                       AT END
                           MOVE '10' TO WK-ACC-STATUS
                       NOT AT END
                           PERFORM RESTORE-ONE-ACCOUNTED
                   END-READ
               END-PERFORM
               CLOSE ACC-FILE
           ELSE
               CLOSE ACC-FILE
           END-IF.

       RESTORE-ONE-ACCOUNTED.
           IF DACC-VALUE IS NUMERIC
               MOVE DACC-STREAM-ID TO WK-FIND-ID
               MOVE DACC-VALUE TO WK-FIND-VALUE
               PERFORM FIND-ISSUED-RANGE
               IF WK-RNG-POS > 0
                   IF WK-RNG-STATUS (WK-RNG-POS) = 'A'
                       COMPUTE WK-SLOT-POS = WK-RNG-BASE (WK-RNG-POS)
                           + DACC-VALUE - WK-RNG-FIRST (WK-RNG-POS) + 1
                       IF WK-NUM-STATE (WK-SLOT-POS) = SPACE
                           MOVE DACC-STATUS
                               TO WK-NUM-STATE (WK-SLOT-POS)
                           MOVE DACC-USE-DATE
                               TO WK-NUM-USE-DATE (WK-SLOT-POS)
                           MOVE DACC-SYSTEM
                               TO WK-NUM-SYSTEM (WK-SLOT-POS)
                           MOVE DACC-RETURNED
                               TO WK-NUM-RETURNED (WK-SLOT-POS)
                           ADD 1 TO WK-RNG-DONE (WK-RNG-POS)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> The range of the series that issued WK-FIND-VALUE, or 0.
      *> Ranges of one series never overlap - CONTADOR carries the
      *> series on from STRMPOS.
       FIND-ISSUED-RANGE.
           MOVE 0 TO WK-RNG-POS.
           PERFORM VARYING WK-RNG-IX FROM 1 BY 1
               UNTIL WK-RNG-IX > WK-RNG-COUNT
               IF WK-RNG-ID (WK-RNG-IX) = WK-FIND-ID
                   AND WK-FIND-VALUE >= WK-RNG-FIRST (WK-RNG-IX)
                   AND WK-FIND-VALUE <= WK-RNG-LAST (WK-RNG-IX)
                   MOVE WK-RNG-IX TO WK-RNG-POS
                   MOVE WK-RNG-COUNT TO WK-RNG-IX
               END-IF
           END-PERFORM.

       MATCH-ONE-RETURN.
           ADD 1 TO WK-RETURNED.
           MOVE DUSO-STREAM-ID TO WK-RPT-EXC-ID.
           MOVE DUSO-DOC-NUMBER TO WK-RPT-EXC-DOC.
           MOVE DUSO-STATUS TO WK-RPT-EXC-STATUS.
           MOVE DUSO-DATE TO WK-RPT-EXC-DATE.
           MOVE DUSO-SYSTEM TO WK-RPT-EXC-SYSTEM.
           IF NOT DUSO-STATUS-VALID
               OR DUSO-DOC-VALUE IS NOT NUMERIC
               MOVE 'SITUACAO OU NUMERO INVALIDO' TO WK-REASON
               GO TO MATCH-ONE-RETURN-INVALID
           END-IF.
           MOVE DUSO-DOC-VALUE TO WK-DIGITO-VALUE.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WK-DIGITO-CHAR NOT = DUSO-DOC-CHECK
               MOVE 'DIGITO VERIFICADOR NAO CONFERE' TO WK-REASON
               GO TO MATCH-ONE-RETURN-INVALID
           END-IF.
           MOVE DUSO-STREAM-ID TO WK-FIND-ID.
           MOVE DUSO-DOC-VALUE TO WK-FIND-VALUE.
           PERFORM FIND-ISSUED-RANGE.
           IF WK-RNG-POS = 0
               ADD 1 TO WK-UNISSUED-COUNT
               MOVE 'NUMERO NAO EMITIDO PARA A SERIE' TO WK-REASON
               GO TO MATCH-ONE-RETURN-LIST
           END-IF.
           IF WK-RNG-PREFIX (WK-RNG-POS) NOT = DUSO-DOC-PREFIX
               ADD 1 TO WK-UNISSUED-COUNT
               MOVE 'PREFIXO NAO EMITIDO PARA A SERIE' TO WK-REASON
               GO TO MATCH-ONE-RETURN-LIST
           END-IF.
           IF WK-RNG-STATUS (WK-RNG-POS) NOT = 'A'
               ADD 1 TO WK-DUP-COUNT
               MOVE 'DUPLICIDADE - FAIXA JA ENCERRADA' TO WK-REASON
               GO TO MATCH-ONE-RETURN-LIST
           END-IF.
           COMPUTE WK-SLOT-POS = WK-RNG-BASE (WK-RNG-POS)
               + WK-FIND-VALUE - WK-RNG-FIRST (WK-RNG-POS) + 1.
           IF WK-NUM-STATE (WK-SLOT-POS) NOT = SPACE
               ADD 1 TO WK-DUP-COUNT
               MOVE SPACES TO WK-REASON
               STRING 'DUPLICIDADE - JA DEVOLVIDO '
                   WK-NUM-STATE (WK-SLOT-POS) ' '
                   WK-NUM-USE-DATE (WK-SLOT-POS)
                   DELIMITED BY SIZE INTO WK-REASON
               GO TO MATCH-ONE-RETURN-LIST
           END-IF.
           MOVE DUSO-STATUS TO WK-NUM-STATE (WK-SLOT-POS).
           MOVE DUSO-DATE TO WK-NUM-USE-DATE (WK-SLOT-POS).
           MOVE DUSO-SYSTEM TO WK-NUM-SYSTEM (WK-SLOT-POS).
           MOVE CAL-PROC-DATE TO WK-NUM-RETURNED (WK-SLOT-POS).
           ADD 1 TO WK-RNG-DONE (WK-RNG-POS).
           EVALUATE TRUE
               WHEN DUSO-USED
                   ADD 1 TO WK-USED-COUNT
               WHEN DUSO-VOIDED
                   ADD 1 TO WK-VOID-COUNT
               WHEN DUSO-SPOILED
                   ADD 1 TO WK-SPOIL-COUNT
           END-EVALUATE.
           GO TO MATCH-ONE-RETURN-EXIT.
       MATCH-ONE-RETURN-INVALID.
           ADD 1 TO WK-INVALID-COUNT.
       MATCH-ONE-RETURN-LIST.
           MOVE WK-REASON TO WK-RPT-EXC-REASON.
           WRITE RECON-RPT-LINE FROM WK-RPT-EXC-LINE.
       MATCH-ONE-RETURN-EXIT.
           EXIT.

      *> Ranges open when the run started are listed, including any
      *> closed by tonight's returns. Numbers still outstanding past
      *> the limit are listed in runs of consecutive values.
       REPORT-ONE-RANGE.
           IF WK-RNG-WAS-OPEN (WK-RNG-IX) = 'A'
               COMPUTE WK-REC-INT =
                   FUNCTION INTEGER-OF-DATE(WK-RNG-DATE (WK-RNG-IX))
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-REC-INT
               IF WK-AGE-DAYS < 0
                   MOVE 0 TO WK-AGE-DAYS
               END-IF
               MOVE WK-RNG-ID (WK-RNG-IX) TO WK-RPT-RNG-ID
               MOVE WK-RNG-DATE (WK-RNG-IX) TO WK-RPT-RNG-DATE
               MOVE WK-RNG-FIRST (WK-RNG-IX) TO WK-DIGITO-VALUE
               PERFORM EDIT-DOC-NUMBER
               MOVE WK-DOC-EDIT TO WK-RPT-RNG-FIRST
               MOVE WK-RNG-LAST (WK-RNG-IX) TO WK-DIGITO-VALUE
               PERFORM EDIT-DOC-NUMBER
               MOVE WK-DOC-EDIT TO WK-RPT-RNG-LAST
               MOVE WK-RNG-SIZE (WK-RNG-IX) TO WK-RPT-RNG-SIZE
               MOVE WK-RNG-DONE (WK-RNG-IX) TO WK-RPT-RNG-DONE
               COMPUTE WK-RPT-RNG-PEND =
                   WK-RNG-SIZE (WK-RNG-IX) - WK-RNG-DONE (WK-RNG-IX)
               MOVE WK-AGE-DAYS TO WK-RPT-RNG-AGE
               EVALUATE TRUE
                   WHEN WK-RNG-DONE (WK-RNG-IX)
                        >= WK-RNG-SIZE (WK-RNG-IX)
                       MOVE 'C' TO WK-RNG-STATUS (WK-RNG-IX)
                       ADD 1 TO WK-CLOSED-NOW
                       MOVE 'ENCERRADA' TO WK-RPT-RNG-SIT
                       WRITE RECON-RPT-LINE FROM WK-RPT-RNG-LINE
                   WHEN WK-AGE-DAYS > WK-AGE-LIMIT
                       MOVE 'EM ATRASO' TO WK-RPT-RNG-SIT
                       WRITE RECON-RPT-LINE FROM WK-RPT-RNG-LINE
                       COMPUTE WK-PENDING-COUNT = WK-PENDING-COUNT
                           + WK-RNG-SIZE (WK-RNG-IX)
                           - WK-RNG-DONE (WK-RNG-IX)
                       COMPUTE WK-OVERDUE-COUNT = WK-OVERDUE-COUNT
                           + WK-RNG-SIZE (WK-RNG-IX)
                           - WK-RNG-DONE (WK-RNG-IX)
                       PERFORM LIST-OUTSTANDING-NUMBERS
                   WHEN OTHER
                       MOVE 'EM ABERTO' TO WK-RPT-RNG-SIT
                       WRITE RECON-RPT-LINE FROM WK-RPT-RNG-LINE
                       COMPUTE WK-PENDING-COUNT = WK-PENDING-COUNT
                           + WK-RNG-SIZE (WK-RNG-IX)
                           - WK-RNG-DONE (WK-RNG-IX)
               END-EVALUATE
           END-IF.

       LIST-OUTSTANDING-NUMBERS.
           MOVE 'N' TO WK-GAP-OPEN.
           COMPUTE WK-SLOT-END =
               WK-RNG-BASE (WK-RNG-IX) + WK-RNG-SIZE (WK-RNG-IX).
           COMPUTE WK-SLOT-IX = WK-RNG-BASE (WK-RNG-IX) + 1.
           PERFORM UNTIL WK-SLOT-IX > WK-SLOT-END
               IF WK-NUM-STATE (WK-SLOT-IX) = SPACE
                   COMPUTE WK-GAP-LAST = WK-RNG-FIRST (WK-RNG-IX)
                       + WK-SLOT-IX - WK-RNG-BASE (WK-RNG-IX) - 1
                   IF NOT GAP-IS-OPEN
                       SET GAP-IS-OPEN TO TRUE
                       MOVE WK-GAP-LAST TO WK-GAP-FIRST
                   END-IF
               ELSE
                   IF GAP-IS-OPEN
                       PERFORM WRITE-GAP-LINE
                   END-IF
               END-IF
               ADD 1 TO WK-SLOT-IX
           END-PERFORM.
           IF GAP-IS-OPEN
               PERFORM WRITE-GAP-LINE
           END-IF.

       WRITE-GAP-LINE.
           MOVE WK-GAP-FIRST TO WK-DIGITO-VALUE.
           PERFORM EDIT-DOC-NUMBER.
           MOVE WK-DOC-EDIT TO WK-RPT-GAP-FIRST.
           MOVE WK-GAP-LAST TO WK-DIGITO-VALUE.
           PERFORM EDIT-DOC-NUMBER.
           MOVE WK-DOC-EDIT TO WK-RPT-GAP-LAST.
           COMPUTE WK-RPT-GAP-QTY = WK-GAP-LAST - WK-GAP-FIRST + 1.
           WRITE RECON-RPT-LINE FROM WK-RPT-GAP-LINE.
           MOVE 'N' TO WK-GAP-OPEN.

      *> The document number as SEQOUT carried it: the range's
      *> prefix, the value in WK-DIGITO-VALUE and its check digit.
       EDIT-DOC-NUMBER.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WK-RNG-PREFIX (WK-RNG-IX) TO WK-DOC-EDIT-PREFIX.
           MOVE WK-DIGITO-VALUE TO WK-DOC-EDIT-VALUE.
           MOVE WK-DIGITO-CHAR TO WK-DOC-EDIT-CHECK.

       REWRITE-ISSUE-REGISTER.
           OPEN OUTPUT ISS-FILE.
           IF WK-ISS-STATUS NOT = '00'
               MOVE 'N' TO WK-REWRITE-OK
               PERFORM LOG-REWRITE-ERROR
           ELSE
               PERFORM VARYING WK-RNG-IX FROM 1 BY 1
                   UNTIL WK-RNG-IX > WK-RNG-COUNT
                   MOVE WK-RNG-ID (WK-RNG-IX) TO DISS-STREAM-ID
                   MOVE WK-RNG-PREFIX (WK-RNG-IX) TO DISS-PREFIX
                   MOVE WK-RNG-DATE (WK-RNG-IX) TO DISS-DATE
                   MOVE WK-RNG-FIRST (WK-RNG-IX) TO DISS-FIRST
                   MOVE WK-RNG-LAST (WK-RNG-IX) TO DISS-LAST
                   MOVE WK-RNG-STATUS (WK-RNG-IX) TO DISS-STATUS
                   WRITE DISS-RECORD
               END-PERFORM
           END-IF.
           CLOSE ISS-FILE.

       REWRITE-ACCOUNTED-NUMBERS.
           OPEN OUTPUT ACC-FILE.
           IF WK-ACC-STATUS NOT = '00'
               MOVE 'N' TO WK-REWRITE-OK
               PERFORM LOG-REWRITE-ERROR
           ELSE
               PERFORM WRITE-RANGE-ACCOUNTED
                   VARYING WK-RNG-IX FROM 1 BY 1
                   UNTIL WK-RNG-IX > WK-RNG-COUNT
           END-IF.
           CLOSE ACC-FILE.

       WRITE-RANGE-ACCOUNTED.
           IF WK-RNG-STATUS (WK-RNG-IX) = 'A'
               COMPUTE WK-SLOT-END =
                   WK-RNG-BASE (WK-RNG-IX) + WK-RNG-SIZE (WK-RNG-IX)
               COMPUTE WK-SLOT-IX = WK-RNG-BASE (WK-RNG-IX) + 1
               PERFORM UNTIL WK-SLOT-IX > WK-SLOT-END
                   IF WK-NUM-STATE (WK-SLOT-IX) NOT = SPACE
                       MOVE WK-RNG-ID (WK-RNG-IX) TO DACC-STREAM-ID
                       COMPUTE DACC-VALUE = WK-RNG-FIRST (WK-RNG-IX)
                           + WK-SLOT-IX - WK-RNG-BASE (WK-RNG-IX) - 1
                       MOVE WK-NUM-STATE (WK-SLOT-IX) TO DACC-STATUS
                       MOVE WK-NUM-USE-DATE (WK-SLOT-IX)
                           TO DACC-USE-DATE
                       MOVE WK-NUM-SYSTEM (WK-SLOT-IX) TO DACC-SYSTEM
                       MOVE WK-NUM-RETURNED (WK-SLOT-IX)
                           TO DACC-RETURNED
                       WRITE DACC-RECORD
                   END-IF
                   ADD 1 TO WK-SLOT-IX
               END-PERFORM
           END-IF.

       WRITE-RECON-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'DOCRECON' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'DEVOL=' WK-RETURNED
               ' DUPL=' WK-DUP-COUNT
               ' NEMIT=' WK-UNISSUED-COUNT
               ' INVAL=' WK-INVALID-COUNT
               ' ATRASO=' WK-OVERDUE-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-REGISTER-ERROR.
           MOVE 'DOCRECON' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.
           STRING 'DOCISS INVALIDO DESCARTADO: ' DISS-RECORD
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-TABLE-OVERFLOW-ERROR.
           MOVE 'DOCRECON' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           STRING 'DOCISS EXCEDE 1000 FAIXAS OU 20000 NUMEROS EM'
               ' ABERTO'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-REWRITE-ERROR.
           MOVE 'DOCRECON' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO REGRAVAR DOCISS/DOCACCT - STATUS '
               WK-ISS-STATUS '/' WK-ACC-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

           COPY WKDIGP.

       END PROGRAM DOCRECON.
