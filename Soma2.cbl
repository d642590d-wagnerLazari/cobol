                 FILE STATUS IS WK-SOMAIN-STATUS.

             SELECT SOMA-RPT-FILE ASSIGN TO "SOMARPT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SOMARPT-STATUS.

             SELECT SOMA-ERR-FILE ASSIGN TO "SOMAERR"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SOMAERR-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-PREG-STATUS.

             SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPT-MST-DEPT
                 FILE STATUS IS WK-DMST-STATUS.

             SELECT DEPT-POST-FILE ASSIGN TO "DEPTPOST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPOST-STATUS.

             SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SUSP-STATUS.

             SELECT SOMA-CKPT-FILE ASSIGN TO "SOMACKPT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SOMA-CKPT-STATUS.

             SELECT DEPT-PER-FILE ASSIGN TO "DEPTPER"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPER-STATUS.

             SELECT CAMB-FILE ASSIGN TO "CAMBIO"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CAMB-STATUS.

             SELECT DEPT-EXC-FILE ASSIGN TO "DEPTEXC"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DEXC-STATUS.

             SELECT ISS-FILE ASSIGN TO "DOCISS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ISS-STATUS.

             SELECT CONF-FILE ASSIGN TO "NUMCONF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CONF-STATUS.

       DATA DIVISION.

        FILE SECTION.
      * its detail records, and closes with its own 'T' trailer.
      * A deck with no 'B' records (the pre-batch-header format) is
      * processed as one implicit batch.
      * SOMA-IN-CURRENCY is set on the 'B' header only: the currency
      * the batch's amounts and trailer are in (spaces or BRL for
      * the reporting currency). It is blank on details and
      * trailers.
        01  SOMA-IN-RECORD.
            05  SOMA-IN-TYPE        PIC X(01).
            05  SOMA-IN-OP          PIC X(01).
                10  SOMA-IN-BATCH-ID    PIC X(08).
                10  SOMA-IN-BATCH-DEPT  PIC X(10).
                10  FILLER          PIC X(02).
            05  SOMA-IN-CURRENCY    PIC X(03).

        FD  SOMA-RPT-FILE
            LABEL RECORDS ARE STANDARD.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

      * Processed-input registry: one record per deck already run,
      * identified by its first batch id plus a fingerprint of the
      * from each balanced batch's total. DEPTPOST is the posting
      * journal behind it - one record per posted batch with the
      * balance after posting - which the DEPTSTMT monthly
      * statement reads back. DEPTMST is keyed by department: each
      * posting reads and rewrites only its own department's record,
      * as the batch posts, so a batch the checkpoint calls
      * committed is on the master as well as the journal.
        FD  DEPT-MST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDMST.

        FD  DEPT-POST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPOST.

      * Rejected details are kept on SUSPENSE until SUSPMNT corrects,
      * releases or writes them off - SOMAERR remains the night's
      * printed view of the same rejects.
        FD  SUSP-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSUSP.

      * Batch-level checkpoint, rewritten each time a batch closes:
      * how far into SOMAIN the committed batches reach and the run
      * accumulators at that point, so a restart resumes at the next
      * batch with the same run number and the report still closes
      * on the same totals as an uninterrupted run. The deck
      * fingerprint ties the checkpoint to the deck that wrote it.
        FD  SOMA-CKPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SOMA-CKPT-RECORD.
            05  SCKPT-BATCH-NO      PIC 9(06).
            05  SCKPT-DECK-FPRINT   PIC 9(09).
            05  SCKPT-LAST-RECNUM   PIC 9(05).
            05  SCKPT-REC-COUNT     PIC 9(05).
            05  SCKPT-BATCH-COUNT   PIC 9(03).
            05  SCKPT-FIRST-BATCH   PIC X(08).
            05  SCKPT-LAST-BATCH    PIC X(08).
            05  SCKPT-RUN-TOTAL     PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
            05  SCKPT-RUN-EXPECTED  PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
            05  SCKPT-BALANCE-FLAG  PIC X(01).
            05  SCKPT-SUSP-COUNT    PIC 9(05).
            05  SCKPT-RUN-CONVERTED PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
            05  SCKPT-FOREIGN-COUNT PIC 9(03).
            05  SCKPT-WARNING-FLAG  PIC X(01).

      * Closed periods (DEPTCLOS): a balanced batch whose processing
      * date falls in one is not posted but listed on DEPTEXC.
        FD  DEPT-PER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPER.

        FD  DEPT-EXC-FILE
            LABEL RECORDS ARE STANDARD.
        01  DEPT-EXC-RECORD         PIC X(100).

      * Dated exchange rates (CAMBMNT): a foreign-currency batch is
      * converted at its currency's rate for the processing date.
        FD  CAMB-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKCAMB.

      * Batch ids are numbers of the CONTADOR series SOMALOTE: a 'B'
      * header is accepted only for a value DOCISS shows the series
      * issued with that prefix. A simulated night registers nothing
      * on DOCISS, so its ids are looked up on tonight's NUMCONF.
        FD  ISS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDISS.

        FD  CONF-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKBCNF.

        WORKING-STORAGE SECTION.
      *> Amounts are signed with two decimal places throughout: the
           88  TRAILER-IS-VALID VALUE 'Y'.
       77  WK-BALANCE-FLAG PIC X(01) VALUE 'N'.
           88  OUT-OF-BALANCE  VALUE 'Y'.
      *> Set when a batch or posting is refused, so a restart still
      *> ends the step with its warning.
       77  WK-WARNING-FLAG PIC X(01) VALUE 'N'.
           88  RUN-WARNED      VALUE 'Y'.
       77  WK-BATCH-OPEN   PIC X(01) VALUE 'N'.
           88  BATCH-IS-OPEN   VALUE 'Y'.
       77  WK-BATCH-ID     PIC X(08) VALUE SPACES.
       77  WK-BATCH-DEPT   PIC X(10) VALUE SPACES.
       77  WK-BATCH-COUNT  PIC 9(03) VALUE 0.
       77  WK-BATCH-DETAILS PIC 9(05) VALUE 0.
       77  WK-FIRST-BATCH-ID PIC X(08) VALUE SPACES.
      *> SERIELOTE run card: the series SOMACOLL drew the batch ids
      *> from. WK-BATCH-ID-WHY says why a header was refused.
       77  WK-LOTE-SERIE   PIC X(08) VALUE 'SOMALOTE'.
       77  WK-ISS-STATUS   PIC X(02).
       77  WK-CONF-STATUS  PIC X(02).
       77  WK-LOTE-VALUE   PIC 9(05) VALUE 0.
       77  WK-BATCH-ID-OK  PIC X(01) VALUE 'Y'.
           88  BATCH-ID-ISSUED VALUE 'Y'.
       77  WK-BATCH-ID-WHY PIC X(30) VALUE SPACES.
      *> Run-level accumulators across all batches in the deck.
       77  WK-RUN-TOTAL    PIC S9(13)V99 VALUE 0.
       77  WK-RUN-EXPECTED PIC S9(13)V99 VALUE 0.
       77  WK-PAIR-RETRY   PIC 9(02) VALUE 0.
       77  WK-DMST-STATUS  PIC X(02).
       77  WK-DPOST-STATUS PIC X(02).
       77  WK-DEPT-FOUND   PIC X(01) VALUE 'N'.
       77  WK-OP-CODE      PIC X(01) VALUE 'A'.
       77  WK-OP-IX        PIC 9(02) COMP VALUE 0.
       77  WK-SUSP-STATUS  PIC X(02).
       77  WK-SUSP-COUNT   PIC 9(05) VALUE 0.
       77  WK-SUSP-ON-FILE PIC X(01) VALUE 'N'.
           88  SUSP-ALREADY-FILED  VALUE 'Y'.
       77  WK-SOMARPT-STATUS PIC X(02).
       77  WK-SOMAERR-STATUS PIC X(02).
       77  WK-SOMA-CKPT-STATUS PIC X(02).
      *> SOMAIN records read so far (headers and trailers included)
      *> and the position the last closed batch reaches.
       77  WK-READ-COUNT   PIC 9(05) VALUE 0.
       77  WK-COMMIT-RECNUM PIC 9(05) VALUE 0.
       77  WK-SKIP-COUNT   PIC 9(05) VALUE 0.
       77  WK-RESTARTED    PIC X(01) VALUE 'N'.
       77  WK-RESUME-CHECK PIC X(01) VALUE 'N'.
           88  RESUME-CHECK-PENDING VALUE 'Y'.
       77  WK-POST-JOURNALED PIC X(01) VALUE 'N'.
           88  POSTING-ALREADY-JOURNALED VALUE 'Y'.
       77  WK-JOURNAL-BALANCE PIC S9(13)V99 VALUE 0.
       77  WK-CKPT-FPRINT  PIC 9(09) VALUE 0.
       77  WK-DPER-STATUS  PIC X(02).
       77  WK-DEXC-STATUS  PIC X(02).
      *> Latest period closed by DEPTCLOS (zero when none): postings
      *> dated up to the end of it are refused.
       77  WK-LOCKED-PERIOD PIC 9(06) VALUE 0.
      *> Batch currency and the CAMBIO rate it converts at. DEPTMST
      *> and DEPTPOST are kept in the reporting currency, so every
      *> batch posts its converted total; for a reporting-currency
      *> batch the rate is 1.
       77  WK-CAMB-STATUS  PIC X(02).
       77  WK-HOME-CURRENCY PIC X(03) VALUE 'BRL'.
       77  WK-BATCH-CURRENCY PIC X(03) VALUE SPACES.
       77  WK-BATCH-RATE   PIC 9(05)V9(06) VALUE 0.
       77  WK-CONV-TOTAL   PIC S9(13)V99 VALUE 0.
       77  WK-RATE-FOUND   PIC X(01) VALUE 'N'.
           88  RATE-ON-FILE    VALUE 'Y'.
       77  WK-RUN-CONVERTED PIC S9(13)V99 VALUE 0.
       77  WK-FOREIGN-COUNT PIC 9(03) VALUE 0.
           COPY WKAMT.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKRUN.
           COPY WKCAL.
           COPY WKMSG.
           COPY WKDEXC.
           COPY WKSIM.
           COPY WKDIG.

       01  WK-ERR-LINE-FMT.
           05  FILLER            PIC X(11) VALUE 'REG ERRO: '.
           05  WK-RPT-EXPECTED   PIC Z(12)9,99-.
           05  FILLER            PIC X(20) VALUE SPACES.

       01  WK-RPT-SUSPENSE.
           05  FILLER            PIC X(20) VALUE 'ITENS EM SUSPENSO: '.
           05  WK-RPT-SUSP-COUNT PIC Z(4)9.

       01  WK-RPT-OUT-OF-BALANCE PIC X(40) VALUE
           '*** FORA DE BALANCO ***'.

       01  WK-RPT-PERIOD-LOCKED PIC X(40) VALUE
           '*** PERIODO FECHADO - LOTE NAO POSTADO'.

       01  WK-RPT-SIM-NOPOST    PIC X(40) VALUE
           '*** SIMULACAO - LOTE NAO POSTADO'.

       01  WK-RPT-BATCH-REFUSED.
           05  FILLER            PIC X(20) VALUE
               '*** LOTE RECUSADO - '.
           05  WK-RPT-REFUSED-WHY PIC X(30).

       01  WK-RPT-RESTART.
           05  FILLER            PIC X(25) VALUE
               '*** RETOMADO APOS O LOTE '.
           05  WK-RPT-RST-BATCH  PIC X(08).
           05  FILLER            PIC X(06) VALUE ' REG '.
           05  WK-RPT-RST-RECNUM PIC Z(4)9.
           05  FILLER            PIC X(04) VALUE ' ***'.

       01  WK-RPT-BATCH-HDR.
           05  FILLER            PIC X(06) VALUE 'LOTE: '.
           05  WK-RPT-BATCH-ID   PIC X(08).
           05  FILLER            PIC X(09) VALUE '  DEPTO: '.
           05  WK-RPT-BATCH-DEPT PIC X(10).
           05  FILLER            PIC X(09) VALUE '  MOEDA: '.
           05  WK-RPT-BATCH-CURR PIC X(03).

       01  WK-RPT-BATCH-TOTAL.
           05  FILLER            PIC X(20) VALUE 'TOTAL DO LOTE: '.
           05  FILLER            PIC X(20) VALUE 'ESPERADO DO LOTE: '.
           05  WK-RPT-BAT-EXP    PIC Z(12)9,99-.

       01  WK-RPT-BATCH-CONV.
           05  FILLER            PIC X(20) VALUE 'CONVERTIDO: '.
           05  WK-RPT-CONV-TOT   PIC Z(12)9,99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-CONV-CURR  PIC X(03).
           05  FILLER            PIC X(07) VALUE '  TAXA '.
           05  WK-RPT-CONV-RATE  PIC Z(4)9,9(6).

       01  WK-RPT-NO-RATE.
           05  FILLER            PIC X(28) VALUE
               '*** SEM TAXA DE CAMBIO PARA '.
           05  WK-RPT-NO-RATE-CURR PIC X(03).
           05  FILLER            PIC X(22) VALUE
               ' - LOTE NAO POSTADO'.

       01  WK-RPT-RUN-CONV.
           05  FILLER            PIC X(20) VALUE 'TOTAL CONVERTIDO: '.
           05  WK-RPT-RUN-CONV-TOT PIC Z(12)9,99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-RUN-CONV-CURR PIC X(03).

        LINKAGE SECTION.
           COPY WKOPER.


           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.
           MOVE 'SERIELOTE' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:8) TO WK-LOTE-SERIE
           END-IF.

           MOVE 'SOMA2' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SOMA2' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           IF WK-MODE = 2
               MOVE WK-RUN-TOTAL TO WK-RPT-GRAND
               STRING 'MODO=LOTE LOTE=' BATCH-NO-NUMBER
               ' e ' FUNCTION TRIM(WK-RPT-Y)
               ' foi igual a: ' FUNCTION TRIM(WK-RPT-SOMA).

      *> A checkpoint left by an interrupted run resumes the deck
      *> at the batch after the last one committed: the batches
      *> before it are neither re-read into the totals nor posted
      *> to DEPTMST again, and the run keeps its BATCHNO number.
       BATCH-MODE.
           PERFORM CHECK-FOR-RESTART THRU CHECK-FOR-RESTART-EXIT.
           IF WK-RESTARTED = 'N'
               PERFORM CHECK-DUPLICATE-DECK
           ELSE
      *> A restarted deck was vetted on its first attempt, but the
      *> fingerprint must still be computed so the registration at
      *> close records the deck's real identity.
               PERFORM SCAN-DECK-FINGERPRINT
               IF WK-DECK-FPRINT NOT = WK-CKPT-FPRINT
                   PERFORM LOG-CHECKPOINT-MISMATCH
                   SET DECK-REJECTED TO TRUE
               END-IF
           END-IF.
           IF DECK-REJECTED
               MOVE 8 TO RETURN-CODE
               GO TO BATCH-MODE-EXIT
           END-IF.
           PERFORM INIT-OP-TABLE.
           IF RUN-SIMULATED
               MOVE 0 TO BATCH-NO-NUMBER
           ELSE
               IF WK-RESTARTED = 'N'
                   PERFORM ASSIGN-BATCH-NUMBER
               END-IF
           END-IF.
           PERFORM LOAD-LOCKED-PERIOD.
           MOVE BATCH-NO-NUMBER TO WK-RPT-HDR-BATCH.
           OPEN INPUT SOMA-IN-FILE.
           IF WK-SOMAIN-STATUS NOT = '00'
               PERFORM LOG-FILE-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WK-RESTARTED = 'Y'
                   PERFORM OPEN-RESTART-OUTPUTS
                   PERFORM SKIP-PROCESSED-RECORDS
               ELSE
                   OPEN OUTPUT SOMA-RPT-FILE
                   OPEN OUTPUT SOMA-ERR-FILE
                   WRITE SOMA-RPT-LINE FROM WK-RPT-HEADER
                   IF RUN-SIMULATED
                       WRITE SOMA-RPT-LINE FROM WK-SIM-BANNER
                       WRITE SOMA-ERR-LINE FROM WK-SIM-BANNER
                   END-IF
               END-IF
               PERFORM UNTIL WK-SOMAIN-STATUS = '10'
                   READ SOMA-IN-FILE
                       AT END
                           MOVE '10' TO WK-SOMAIN-STATUS
                       NOT AT END
                           ADD 1 TO WK-READ-COUNT
                           EVALUATE SOMA-IN-TYPE
                               WHEN 'B'
                                   PERFORM START-NEW-BATCH
                                   IF NOT BATCH-IS-OPEN
                                       PERFORM START-IMPLICIT-BATCH
                                   END-IF
                                   ADD 1 TO WK-BATCH-DETAILS
                                   PERFORM EDIT-DETAIL-RECORD
                           END-EVALUATE
                   END-READ
                   PERFORM WRITE-ERROR-LINE
                   MOVE 'N' TO WK-TRAILER-OK
                   MOVE 0 TO WK-EXPECTED-TOTAL
                   MOVE WK-READ-COUNT TO WK-COMMIT-RECNUM
                   PERFORM CLOSE-BATCH-TOTALS
               END-IF
               PERFORM CHECK-CONTROL-TOTAL
               CLOSE SOMA-IN-FILE
               CLOSE SOMA-RPT-FILE
               CLOSE SOMA-ERR-FILE
               IF NOT RUN-SIMULATED
                   PERFORM CLEAR-CHECKPOINT
                   IF NOT OUT-OF-BALANCE
                       PERFORM REGISTER-PROCESSED-DECK
                   END-IF
               END-IF
           END-IF.

      *> already in the PROCREG registry, unless the operator keys
      *> an explicit override - which is itself audited.
       CHECK-DUPLICATE-DECK.
           PERFORM SCAN-DECK-FINGERPRINT.
           IF WK-SOMAIN-STATUS = '00'
               PERFORM SEARCH-PROCESSED-REGISTRY
           END-IF.

       SCAN-DECK-FINGERPRINT.
           MOVE 0 TO WK-DECK-FPRINT.
           MOVE SPACES TO WK-DECK-ID.
           MOVE 'N' TO WK-DECK-REJECT.
               END-PERFORM
               CLOSE SOMA-IN-FILE
               MOVE '00' TO WK-SOMAIN-STATUS
           END-IF.

       HASH-DECK-RECORD.
           PERFORM VARYING WK-FP-IX FROM 1 BY 1
               UNTIL WK-FP-IX > 25
               COMPUTE WK-DECK-FPRINT = FUNCTION MOD(
                   WK-DECK-FPRINT * 31
                   + FUNCTION ORD(SOMA-IN-RECORD(WK-FP-IX:1)),
               PERFORM WRITE-ERROR-LINE
               MOVE 'N' TO WK-TRAILER-OK
               MOVE 0 TO WK-EXPECTED-TOTAL
               COMPUTE WK-COMMIT-RECNUM = WK-READ-COUNT - 1
               PERFORM CLOSE-BATCH-TOTALS
           END-IF.
           MOVE SOMA-IN-BATCH-ID TO WK-BATCH-ID.
           MOVE SOMA-IN-BATCH-DEPT TO WK-BATCH-DEPT.
           IF SOMA-IN-CURRENCY = SPACES
               MOVE WK-HOME-CURRENCY TO WK-BATCH-CURRENCY
           ELSE
               MOVE SOMA-IN-CURRENCY TO WK-BATCH-CURRENCY
           END-IF.
           PERFORM CHECK-BATCH-ID THRU CHECK-BATCH-ID-EXIT.
           PERFORM OPEN-BATCH-TOTALS.
           IF NOT BATCH-ID-ISSUED
               PERFORM REFUSE-BATCH-HEADER
           END-IF.

       START-IMPLICIT-BATCH.
           MOVE 'AVULSO' TO WK-BATCH-ID.
           MOVE SPACES TO WK-BATCH-DEPT.
           MOVE WK-HOME-CURRENCY TO WK-BATCH-CURRENCY.
           MOVE 'Y' TO WK-BATCH-ID-OK.
           PERFORM OPEN-BATCH-TOTALS.

      *> A batch id is the series prefix (two positions), a five-
      *> digit value and its modulus-11 check digit (WKDIGP). One
      *> typed by hand, mistyped or never issued by the series is
      *> refused: the batch is still balanced and reported, but not
      *> posted.
       CHECK-BATCH-ID.
           MOVE 'Y' TO WK-BATCH-ID-OK.
           MOVE SPACES TO WK-BATCH-ID-WHY.
           IF WK-BATCH-ID(3:5) IS NOT NUMERIC
               OR WK-BATCH-ID(1:2) = SPACES
               MOVE 'N' TO WK-BATCH-ID-OK
               MOVE 'NUMERO DE LOTE INVALIDO' TO WK-BATCH-ID-WHY
               GO TO CHECK-BATCH-ID-EXIT
           END-IF.
           MOVE WK-BATCH-ID(3:5) TO WK-DIGITO-VALUE.
           MOVE WK-DIGITO-VALUE TO WK-LOTE-VALUE.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WK-DIGITO-CHAR NOT = WK-BATCH-ID(8:1)
               MOVE 'N' TO WK-BATCH-ID-OK
               MOVE 'DIGITO VERIFICADOR NAO CONFERE' TO WK-BATCH-ID-WHY
               GO TO CHECK-BATCH-ID-EXIT
           END-IF.
           MOVE 'N' TO WK-BATCH-ID-OK.
           IF RUN-SIMULATED
               PERFORM FIND-GRANTED-BATCH-ID
           ELSE
               PERFORM FIND-ISSUED-BATCH-ID
           END-IF.
           IF NOT BATCH-ID-ISSUED
               MOVE 'LOTE NAO EMITIDO PELA SERIE' TO WK-BATCH-ID-WHY
           END-IF.
       CHECK-BATCH-ID-EXIT.
           EXIT.

       FIND-ISSUED-BATCH-ID.
           OPEN INPUT ISS-FILE.
           IF WK-ISS-STATUS = '00'
               PERFORM UNTIL WK-ISS-STATUS = '10'
                   READ ISS-FILE
                       AT END
                           MOVE '10' TO WK-ISS-STATUS
                       NOT AT END
                           IF DISS-STREAM-ID = WK-LOTE-SERIE
                               AND DISS-PREFIX(1:2) = WK-BATCH-ID(1:2)
                               AND DISS-PREFIX(3:1) = SPACE
                               AND WK-LOTE-VALUE >= DISS-FIRST
                               AND WK-LOTE-VALUE <= DISS-LAST
                               MOVE 'Y' TO WK-BATCH-ID-OK
                               MOVE '10' TO WK-ISS-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ISS-FILE
           ELSE
               CLOSE ISS-FILE
           END-IF.

       FIND-GRANTED-BATCH-ID.
           OPEN INPUT CONF-FILE.
           IF WK-CONF-STATUS = '00'
               PERFORM UNTIL WK-CONF-STATUS = '10'
                   READ CONF-FILE
                       AT END
                           MOVE '10' TO WK-CONF-STATUS
                       NOT AT END
                           IF BCNF-DATE = CAL-PROC-DATE
                               AND BCNF-STREAM-ID = WK-LOTE-SERIE
                               AND BCNF-HAS-RANGE
                               AND BCNF-PREFIX(1:2) = WK-BATCH-ID(1:2)
                               AND BCNF-PREFIX(3:1) = SPACE
                               AND WK-LOTE-VALUE >= BCNF-FIRST
                               AND WK-LOTE-VALUE <= BCNF-LAST
                               MOVE 'Y' TO WK-BATCH-ID-OK
                               MOVE '10' TO WK-CONF-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONF-FILE
           ELSE
               CLOSE CONF-FILE
           END-IF.

      *> The refusal is raised as the header is read, whatever the
      *> batch's balance turns out to be, and the step ends with a
      *> warning so the deck can be rebuilt by SOMACOLL and re-sent.
       REFUSE-BATCH-HEADER.
           MOVE WK-BATCH-ID-WHY TO WK-RPT-REFUSED-WHY.
           WRITE SOMA-RPT-LINE FROM WK-RPT-BATCH-REFUSED.
           MOVE 'SOM0007' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'LOTE ' WK-BATCH-ID ' RECUSADO - ' WK-BATCH-ID-WHY
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           MOVE 'SOMA2' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'LOTE ' WK-BATCH-ID ' RECUSADO - ' WK-BATCH-ID-WHY
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.
           SET RUN-WARNED TO TRUE.
           MOVE 4 TO RETURN-CODE.

       OPEN-BATCH-TOTALS.
           ADD 1 TO WK-BATCH-COUNT.
           IF WK-BATCH-COUNT = 1
           MOVE 'Y' TO WK-TRAILER-OK.
           MOVE 0 TO WK-GRAND-TOTAL.
           MOVE 0 TO WK-EXPECTED-TOTAL.
           MOVE 0 TO WK-BATCH-DETAILS.
           PERFORM INIT-OP-TABLE.
           MOVE WK-BATCH-ID TO WK-RPT-BATCH-ID.
           MOVE WK-BATCH-DEPT TO WK-RPT-BATCH-DEPT.
           MOVE WK-BATCH-CURRENCY TO WK-RPT-BATCH-CURR.
           WRITE SOMA-RPT-LINE FROM WK-RPT-BATCH-HDR.

       FINISH-BATCH.
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM EDIT-TRAILER-RECORD
               MOVE WK-READ-COUNT TO WK-COMMIT-RECNUM
               PERFORM CLOSE-BATCH-TOTALS
           END-IF.

      *> Closes out the open batch: its operation subtotals, its own
      *> TOTAL/ESPERADO pair and balance verdict, and the roll-up
      *> into the run-level totals. One bad batch fails the step.
      *> The checkpoint is written last, once the posting (if any)
      *> is on both DEPTPOST and DEPTMST.
      *> A batch balances in its own currency; it then posts its
      *> total converted at the processing date's rate, and one in
      *> a currency with no rate on file is not posted at all.
       CLOSE-BATCH-TOTALS.
           PERFORM WRITE-OP-SUBTOTALS.
           MOVE WK-GRAND-TOTAL TO WK-RPT-BAT-TOT.
               WRITE SOMA-RPT-LINE FROM WK-RPT-OUT-OF-BALANCE
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CONVERT-BATCH-TOTAL.
           IF WK-GRAND-TOTAL = WK-EXPECTED-TOTAL
               AND TRAILER-IS-VALID
               AND WK-BATCH-DEPT NOT = SPACES
               EVALUATE TRUE
                   WHEN NOT BATCH-ID-ISSUED
                       CONTINUE
                   WHEN NOT RATE-ON-FILE
                       PERFORM REFUSE-UNCONVERTED-POSTING
                   WHEN WK-LOCKED-PERIOD > 0
                       AND CAL-PROC-DATE(1:6) NOT > WK-LOCKED-PERIOD
                       PERFORM REFUSE-LOCKED-POSTING
                   WHEN RUN-SIMULATED
                       WRITE SOMA-RPT-LINE FROM WK-RPT-SIM-NOPOST
                   WHEN OTHER
                       PERFORM POST-DEPT-BALANCE
                           THRU POST-DEPT-BALANCE-EXIT
               END-EVALUATE
           END-IF.
           ADD WK-GRAND-TOTAL TO WK-RUN-TOTAL.
           ADD WK-EXPECTED-TOTAL TO WK-RUN-EXPECTED.
           MOVE 'N' TO WK-BATCH-OPEN.
           MOVE 'N' TO WK-RESUME-CHECK.
           IF NOT RUN-SIMULATED
               PERFORM WRITE-CHECKPOINT
           END-IF.

      *> A reporting-currency batch converts at 1. Any other is
      *> looked up on CAMBIO for the processing date; the batch is
      *> shown in both currencies on SOMARPT.
       CONVERT-BATCH-TOTAL.
           MOVE 'Y' TO WK-RATE-FOUND.
           MOVE 1 TO WK-BATCH-RATE.
           MOVE WK-GRAND-TOTAL TO WK-CONV-TOTAL.
           IF WK-BATCH-CURRENCY NOT = WK-HOME-CURRENCY
               ADD 1 TO WK-FOREIGN-COUNT
               PERFORM FIND-EXCHANGE-RATE
               IF RATE-ON-FILE
                   COMPUTE WK-CONV-TOTAL ROUNDED =
                       WK-GRAND-TOTAL * WK-BATCH-RATE
                       ON SIZE ERROR
                           PERFORM LOG-GRANDTOTAL-OVERFLOW-ERROR
                           MOVE 'N' TO WK-RATE-FOUND
                   END-COMPUTE
               END-IF
               IF RATE-ON-FILE
                   MOVE WK-CONV-TOTAL TO WK-RPT-CONV-TOT
                   MOVE WK-HOME-CURRENCY TO WK-RPT-CONV-CURR
                   MOVE WK-BATCH-RATE TO WK-RPT-CONV-RATE
                   WRITE SOMA-RPT-LINE FROM WK-RPT-BATCH-CONV
                   ADD WK-CONV-TOTAL TO WK-RUN-CONVERTED
               ELSE
                   MOVE 0 TO WK-CONV-TOTAL
                   MOVE WK-BATCH-CURRENCY TO WK-RPT-NO-RATE-CURR
                   WRITE SOMA-RPT-LINE FROM WK-RPT-NO-RATE
               END-IF
           ELSE
               ADD WK-CONV-TOTAL TO WK-RUN-CONVERTED
           END-IF.

       FIND-EXCHANGE-RATE.
           MOVE 'N' TO WK-RATE-FOUND.
           OPEN INPUT CAMB-FILE.
           IF WK-CAMB-STATUS = '00'
               PERFORM UNTIL WK-CAMB-STATUS = '10'
                   READ CAMB-FILE
                       AT END
                           MOVE '10' TO WK-CAMB-STATUS
                       NOT AT END
                           IF CAMB-CURRENCY = WK-BATCH-CURRENCY
                               AND CAMB-DATE = CAL-PROC-DATE
                               AND CAMB-RATE IS NUMERIC
                               AND CAMB-RATE > 0
                               MOVE CAMB-RATE TO WK-BATCH-RATE
                               MOVE 'Y' TO WK-RATE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMB-FILE
           ELSE
               CLOSE CAMB-FILE
           END-IF.

      *> A balanced batch that cannot be converted is not posted at
      *> 1:1: it is left off DEPTMST and DEPTPOST, flagged to
      *> operations, and the step ends with a warning so the rate
      *> can be keyed and the batch re-sent.
       REFUSE-UNCONVERTED-POSTING.
           MOVE 'SOM0006' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'LOTE ' WK-BATCH-ID ' DEPTO ' WK-BATCH-DEPT
               ' SEM TAXA ' WK-BATCH-CURRENCY ' ' CAL-PROC-DATE
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           MOVE 'SOMA2' TO ERR-PROGRAM.
           MOVE 'CAMBIO' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'LOTE ' WK-BATCH-ID ' NAO POSTADO - SEM TAXA '
               WK-BATCH-CURRENCY ' EM ' CAL-PROC-DATE
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.
           SET RUN-WARNED TO TRUE.
           MOVE 4 TO RETURN-CODE.

       LOAD-LOCKED-PERIOD.
           MOVE 0 TO WK-LOCKED-PERIOD.
           OPEN INPUT DEPT-PER-FILE.
           IF WK-DPER-STATUS = '00'
               PERFORM UNTIL WK-DPER-STATUS = '10'
                   READ DEPT-PER-FILE
                       AT END
                           MOVE '10' TO WK-DPER-STATUS
                       NOT AT END
                           IF DPER-IS-CLOSE-MARK
                               AND DPER-PERIOD IS NUMERIC
                               AND DPER-PERIOD > WK-LOCKED-PERIOD
                               MOVE DPER-PERIOD TO WK-LOCKED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-PER-FILE
           ELSE
               CLOSE DEPT-PER-FILE
           END-IF.

      *> A balanced batch dated in a closed period (a catch-up pass
      *> for a date finance has already reported) leaves DEPTMST and
      *> DEPTPOST alone: it is listed on the DEPTEXC exception report
      *> and flagged to operations, and the step ends with a warning.
       REFUSE-LOCKED-POSTING.
           WRITE SOMA-RPT-LINE FROM WK-RPT-PERIOD-LOCKED.
           MOVE CAL-PROC-DATE TO DEXC-DATE.
           MOVE 'SOMA2' TO DEXC-PROGRAM.
           MOVE WK-BATCH-DEPT TO DEXC-DEPT.
           MOVE WK-BATCH-ID TO DEXC-BATCH.
           MOVE WK-CONV-TOTAL TO DEXC-AMOUNT.
           MOVE WK-LOCKED-PERIOD TO DEXC-PERIOD.
           MOVE 'LOTE EM PERIODO FECHADO - NAO POSTADO' TO DEXC-REASON.
           IF NOT RUN-SIMULATED
               OPEN EXTEND DEPT-EXC-FILE
               IF WK-DEXC-STATUS = '35' OR WK-DEXC-STATUS = '05'
                   OPEN OUTPUT DEPT-EXC-FILE
               END-IF
               IF WK-DEXC-STATUS = '00'
                   WRITE DEPT-EXC-RECORD FROM DEPT-EXC-LINE
               END-IF
               CLOSE DEPT-EXC-FILE
           END-IF.
           MOVE 'SOM0005' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'LOTE ' WK-BATCH-ID ' DEPTO ' WK-BATCH-DEPT
               ' PERIODO FECHADO ' WK-LOCKED-PERIOD
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           SET RUN-WARNED TO TRUE.
           MOVE 4 TO RETURN-CODE.

      *> Only a balanced batch posts: the batch total, in the
      *> reporting currency, is added to the department's
      *> carried-forward balance and the posting is journaled
      *> with the balance after, so the monthly
      *> statement can show each day's batches and the running
      *> position without re-deriving anything.
      *> The first batch after a restart may have been journaled
      *> just before the abend: its DEPTPOST entry is then taken
      *> as the posting (the balance is set from it, not added
      *> again) and only DEPTMST is brought into line.
       POST-DEPT-BALANCE.
           OPEN I-O DEPT-MST-FILE.
           IF WK-DMST-STATUS = '35' OR WK-DMST-STATUS = '05'
               OPEN OUTPUT DEPT-MST-FILE
               CLOSE DEPT-MST-FILE
               OPEN I-O DEPT-MST-FILE
           END-IF.
           IF WK-DMST-STATUS NOT = '00'
               PERFORM LOG-DEPT-FILE-ERROR
               CLOSE DEPT-MST-FILE
               GO TO POST-DEPT-BALANCE-EXIT
           END-IF.
           MOVE WK-BATCH-DEPT TO DEPT-MST-DEPT.
           READ DEPT-MST-FILE
               INVALID KEY
                   MOVE 'N' TO WK-DEPT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WK-DEPT-FOUND
           END-READ.
           IF WK-DEPT-FOUND = 'N'
               MOVE WK-BATCH-DEPT TO DEPT-MST-DEPT
               MOVE 0 TO DEPT-MST-BALANCE
               MOVE 0 TO DEPT-MST-LAST-DATE
           END-IF.
           IF DEPT-MST-BALANCE IS NOT NUMERIC
               MOVE 0 TO DEPT-MST-BALANCE
           END-IF.
           MOVE 'N' TO WK-POST-JOURNALED.
           IF RESUME-CHECK-PENDING
               PERFORM FIND-JOURNALED-POSTING
           END-IF.
           IF POSTING-ALREADY-JOURNALED
               MOVE WK-JOURNAL-BALANCE TO DEPT-MST-BALANCE
           ELSE
               ADD WK-CONV-TOTAL TO DEPT-MST-BALANCE
                   ON SIZE ERROR
                       PERFORM LOG-GRANDTOTAL-OVERFLOW-ERROR
               END-ADD
           END-IF.
           MOVE CAL-PROC-DATE TO DEPT-MST-LAST-DATE.
           IF NOT POSTING-ALREADY-JOURNALED
               PERFORM APPEND-DEPT-POSTING
           END-IF.
           IF WK-DEPT-FOUND = 'Y'
               REWRITE DEPT-MST-RECORD
           ELSE
               WRITE DEPT-MST-RECORD
           END-IF.
           IF WK-DMST-STATUS NOT = '00'
               PERFORM LOG-DEPT-FILE-ERROR
           END-IF.
           CLOSE DEPT-MST-FILE.

       POST-DEPT-BALANCE-EXIT.
           EXIT.
               MOVE CAL-PROC-DATE TO DPOST-DATE
               MOVE WK-BATCH-DEPT TO DPOST-DEPT
               MOVE WK-BATCH-ID TO DPOST-BATCH
               MOVE BATCH-NO-NUMBER TO DPOST-RUN-NO
               MOVE WK-CONV-TOTAL TO DPOST-AMOUNT
               MOVE DEPT-MST-BALANCE TO DPOST-BALANCE
               SET DPOST-IS-POSTING TO TRUE
               MOVE SPACE TO DPOST-REV-FLAG
               MOVE WK-BATCH-CURRENCY TO DPOST-CURRENCY
               MOVE WK-GRAND-TOTAL TO DPOST-ORIG-AMOUNT
               MOVE WK-BATCH-RATE TO DPOST-RATE
               MOVE WK-BATCH-DETAILS TO DPOST-DETAILS
               WRITE DEPT-POST-RECORD
           END-IF.
           CLOSE DEPT-POST-FILE.

       FIND-JOURNALED-POSTING.
           OPEN INPUT DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-RUN-NO = BATCH-NO-NUMBER
                               AND DPOST-DATE = CAL-PROC-DATE
                               AND DPOST-DEPT = WK-BATCH-DEPT
                               AND DPOST-BATCH = WK-BATCH-ID
                               AND DPOST-IS-POSTING
                               AND DPOST-BALANCE IS NUMERIC
                               SET POSTING-ALREADY-JOURNALED TO TRUE
                               MOVE DPOST-BALANCE
                                   TO WK-JOURNAL-BALANCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               CLOSE DEPT-POST-FILE
           END-IF.

       LOG-SUSPENSE-FILE-ERROR.
           MOVE 'SOMA2' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO GRAVAR SUSPENSE - STATUS ' WK-SUSP-STATUS
               ' REG ' WK-REC-COUNT ' LOTE ' WK-BATCH-ID
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

      *> A simulated run neither resumes from nor leaves behind a
      *> checkpoint, so the real run afterwards starts clean.
       CHECK-FOR-RESTART.
           MOVE 'N' TO WK-RESTARTED.
           MOVE 0 TO WK-COMMIT-RECNUM.
           IF RUN-SIMULATED
               GO TO CHECK-FOR-RESTART-EXIT
           END-IF.
           OPEN INPUT SOMA-CKPT-FILE.
           IF WK-SOMA-CKPT-STATUS = '00'
               READ SOMA-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCKPT-LAST-RECNUM TO WK-COMMIT-RECNUM
                       MOVE SCKPT-DECK-FPRINT TO WK-CKPT-FPRINT
                       IF SCKPT-BATCH-NO IS NUMERIC
                           MOVE SCKPT-BATCH-NO TO BATCH-NO-NUMBER
                       END-IF
                       MOVE SCKPT-REC-COUNT TO WK-REC-COUNT
                       MOVE SCKPT-BATCH-COUNT TO WK-BATCH-COUNT
                       MOVE SCKPT-FIRST-BATCH TO WK-FIRST-BATCH-ID
                       MOVE SCKPT-LAST-BATCH TO WK-RPT-RST-BATCH
                       MOVE SCKPT-RUN-TOTAL TO WK-RUN-TOTAL
                       MOVE SCKPT-RUN-EXPECTED TO WK-RUN-EXPECTED
                       MOVE SCKPT-BALANCE-FLAG TO WK-BALANCE-FLAG
                       MOVE SCKPT-SUSP-COUNT TO WK-SUSP-COUNT
                       MOVE SCKPT-RUN-CONVERTED TO WK-RUN-CONVERTED
                       MOVE SCKPT-FOREIGN-COUNT TO WK-FOREIGN-COUNT
                       MOVE SCKPT-WARNING-FLAG TO WK-WARNING-FLAG
                       IF RUN-WARNED
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       MOVE 'Y' TO WK-RESTARTED
                       SET RESUME-CHECK-PENDING TO TRUE
                       DISPLAY 'RETOMANDO A PARTIR DO REGISTRO '
                           WK-COMMIT-RECNUM
               END-READ
               CLOSE SOMA-CKPT-FILE
           ELSE
               CLOSE SOMA-CKPT-FILE
           END-IF.

       CHECK-FOR-RESTART-EXIT.
           EXIT.

      *> The report and reject listing are extended where the
      *> interrupted run left them; if they did not survive, a fresh
      *> report is started. Either way a marker line shows where the
      *> restart picked up.
       OPEN-RESTART-OUTPUTS.
           OPEN EXTEND SOMA-RPT-FILE.
           IF WK-SOMARPT-STATUS = '35' OR WK-SOMARPT-STATUS = '05'
               OPEN OUTPUT SOMA-RPT-FILE
               WRITE SOMA-RPT-LINE FROM WK-RPT-HEADER
           END-IF.
           OPEN EXTEND SOMA-ERR-FILE.
           IF WK-SOMAERR-STATUS = '35' OR WK-SOMAERR-STATUS = '05'
               OPEN OUTPUT SOMA-ERR-FILE
           END-IF.
           MOVE WK-COMMIT-RECNUM TO WK-RPT-RST-RECNUM.
           WRITE SOMA-RPT-LINE FROM WK-RPT-RESTART.
           PERFORM WRITE-RESTART-AUDIT.

       SKIP-PROCESSED-RECORDS.
           MOVE WK-COMMIT-RECNUM TO WK-SKIP-COUNT.
           MOVE 0 TO WK-READ-COUNT.
           PERFORM WK-SKIP-COUNT TIMES
               READ SOMA-IN-FILE
                   AT END
                       MOVE '10' TO WK-SOMAIN-STATUS
                   NOT AT END
                       ADD 1 TO WK-READ-COUNT
               END-READ
           END-PERFORM.

       WRITE-CHECKPOINT.
           OPEN OUTPUT SOMA-CKPT-FILE.
           IF WK-SOMA-CKPT-STATUS = '00'
               MOVE BATCH-NO-NUMBER TO SCKPT-BATCH-NO
               MOVE WK-DECK-FPRINT TO SCKPT-DECK-FPRINT
               MOVE WK-COMMIT-RECNUM TO SCKPT-LAST-RECNUM
               MOVE WK-REC-COUNT TO SCKPT-REC-COUNT
               MOVE WK-BATCH-COUNT TO SCKPT-BATCH-COUNT
               MOVE WK-FIRST-BATCH-ID TO SCKPT-FIRST-BATCH
               MOVE WK-BATCH-ID TO SCKPT-LAST-BATCH
               MOVE WK-RUN-TOTAL TO SCKPT-RUN-TOTAL
               MOVE WK-RUN-EXPECTED TO SCKPT-RUN-EXPECTED
               MOVE WK-BALANCE-FLAG TO SCKPT-BALANCE-FLAG
               MOVE WK-SUSP-COUNT TO SCKPT-SUSP-COUNT
               MOVE WK-RUN-CONVERTED TO SCKPT-RUN-CONVERTED
               MOVE WK-FOREIGN-COUNT TO SCKPT-FOREIGN-COUNT
               MOVE WK-WARNING-FLAG TO SCKPT-WARNING-FLAG
               WRITE SOMA-CKPT-RECORD
           END-IF.
           CLOSE SOMA-CKPT-FILE.

       CLEAR-CHECKPOINT.
           OPEN OUTPUT SOMA-CKPT-FILE.
           CLOSE SOMA-CKPT-FILE.

       WRITE-RESTART-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'SOMA2' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'RETOMADA LOTE=' BATCH-NO-NUMBER
               ' APOS ' WK-RPT-RST-BATCH
               ' REG=' WK-COMMIT-RECNUM
               ' LOTES=' WK-BATCH-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

      *> A checkpoint written by a different deck means SOMAIN was
      *> replaced after the abend; resuming would skip batches the
      *> new deck never committed, so the step stops for a decision.
       LOG-CHECKPOINT-MISMATCH.
           MOVE 'SOM0004' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE 'SOMACKPT NAO CORRESPONDE AO DECK SOMAIN ATUAL'
               TO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.
           MOVE 'SOMA2' TO ERR-PROGRAM.
           MOVE 'RESTART' TO ERR-TYPE.
           MOVE WK-CKPT-FPRINT TO WK-FPRINT-DISP.
           STRING 'CHECKPOINT DE OUTRO DECK - FPRINT ' WK-FPRINT-DISP
               ' LOTE ' BATCH-NO-NUMBER ' - RESTART RECUSADO'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       ASSIGN-BATCH-NUMBER.
           MOVE 'SOMA2' TO BATCH-NO-PROGRAM.
           CALL 'BATCHNO' USING BATCH-NO-AREA.
           IF NOT AMT-IS-VALID
               MOVE ' VALOR INVALIDO' TO WK-ERR-MSG
               PERFORM WRITE-ERROR-LINE
               PERFORM WRITE-SUSPENSE-ITEM
           ELSE
               MOVE WK-AMT-VALUE TO WK-Y
               IF WK-OP-CODE = 'A' OR WK-OP-CODE = 'S'
                   IF WK-OP-CODE = 'D' AND WK-Y = 0
                       MOVE ' DIVISAO POR ZERO' TO WK-ERR-MSG
                       PERFORM WRITE-ERROR-LINE
                       PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                       PERFORM PROCESS-PAIR
                   END-IF
               ELSE
                   MOVE ' OPERACAO INVALIDA' TO WK-ERR-MSG
                   PERFORM WRITE-ERROR-LINE
                   PERFORM WRITE-SUSPENSE-ITEM
               END-IF
           END-IF.

           WRITE SOMA-RPT-LINE FROM WK-RPT-TOTAL.
           MOVE WK-RUN-EXPECTED TO WK-RPT-EXPECTED.
           WRITE SOMA-RPT-LINE FROM WK-RPT-BALANCE.
      *> With foreign-currency batches in the deck the totals above
      *> mix currencies; the converted run total is what was posted
      *> in the reporting currency.
           IF WK-FOREIGN-COUNT > 0
               MOVE WK-RUN-CONVERTED TO WK-RPT-RUN-CONV-TOT
               MOVE WK-HOME-CURRENCY TO WK-RPT-RUN-CONV-CURR
               WRITE SOMA-RPT-LINE FROM WK-RPT-RUN-CONV
           END-IF.
           IF WK-SUSP-COUNT > 0
               MOVE WK-SUSP-COUNT TO WK-RPT-SUSP-COUNT
               WRITE SOMA-RPT-LINE FROM WK-RPT-SUSPENSE
           END-IF.
           IF OUT-OF-BALANCE
               MOVE 'SOM0003' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
           MOVE SOMA-IN-Y TO WK-ERR-Y.
           WRITE SOMA-ERR-LINE FROM WK-ERR-LINE-FMT.

      *> A rejected detail is kept on SUSPENSE under this run's
      *> number and its position in the deck, with the department
      *> and batch it came in on, so it can be corrected and sent
      *> back through SOMACOLL instead of re-keyed from the listing.
      *> A simulated run only counts the item. On a restart the
      *> records after the checkpoint are read again, and a reject
      *> the interrupted run already filed under the same key is
      *> only counted, so SUSPMNT never sees it twice.
       WRITE-SUSPENSE-ITEM.
           MOVE 'N' TO WK-SUSP-ON-FILE.
           IF WK-RESTARTED = 'Y' AND NOT RUN-SIMULATED
               PERFORM FIND-SUSPENSE-KEY
           END-IF.
           IF RUN-SIMULATED OR SUSP-ALREADY-FILED
               ADD 1 TO WK-SUSP-COUNT
           ELSE
               PERFORM APPEND-SUSPENSE-ITEM
           END-IF.

       FIND-SUSPENSE-KEY.
           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-STATUS = '00'
               PERFORM UNTIL WK-SUSP-STATUS = '10'
                   OR SUSP-ALREADY-FILED
                   READ SUSP-FILE
                       AT END
                           MOVE '10' TO WK-SUSP-STATUS
                       NOT AT END
                           IF SUSP-RUN-NO = BATCH-NO-NUMBER
                               AND SUSP-REC-NO = WK-REC-COUNT
                               SET SUSP-ALREADY-FILED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSP-FILE.

       APPEND-SUSPENSE-ITEM.
           OPEN EXTEND SUSP-FILE.
           IF WK-SUSP-STATUS = '35' OR WK-SUSP-STATUS = '05'
               OPEN OUTPUT SUSP-FILE
           END-IF.
           IF WK-SUSP-STATUS = '00'
               MOVE BATCH-NO-NUMBER TO SUSP-RUN-NO
               MOVE WK-REC-COUNT TO SUSP-REC-NO
               MOVE CAL-PROC-DATE TO SUSP-DATE
               MOVE WK-BATCH-DEPT TO SUSP-DEPT
               MOVE WK-BATCH-ID TO SUSP-BATCH-ID
               MOVE WK-ERR-MSG(2:20) TO SUSP-REASON
               MOVE SOMA-IN-OP TO SUSP-OP
               MOVE SOMA-IN-X TO SUSP-X
               MOVE SOMA-IN-Y TO SUSP-Y
               SET SUSP-PENDING TO TRUE
               MOVE 0 TO SUSP-ACTION-DATE
               MOVE SPACES TO SUSP-OPERATOR
               WRITE SUSP-RECORD
               ADD 1 TO WK-SUSP-COUNT
           ELSE
               PERFORM LOG-SUSPENSE-FILE-ERROR
           END-IF.
           CLOSE SUSP-FILE.

       PROCESS-PAIR.
           MOVE 0 TO WK-SOMA.
           EVALUATE WK-OP-CODE

           COPY WKMSGP.

           COPY WKDIGP.

       END PROGRAM SOMA2.
