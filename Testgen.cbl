      *          percentage of deliberately bad records to exercise
      *          FATERR/SOMAERR, and a SOMAIN 'T' trailer whose
      *          expected total is computed from the valid records
      *          exactly as SOMA2 will compute it. The SOMAIN 'B'
      *          header carries a batch id the operator has had
      *          issued by the SOMA2 batch series (prefix and value;
      *          the check digit is added here); with none the deck
      *          goes without a header and SOMA2 posts it as AVULSO.
      *          A manifest of what was generated goes to TESTMAN so
      *          the expected report results are known before the
      *          test runs. The random
      *          seed can be keyed in, so a deck can be regenerated
      *          identically for a re-test.
      * Tectonics: cobc
            05  FAT-GEN-REQ-ID.
                10  FAT-GEN-REQ-PFX PIC X(03).
                10  FAT-GEN-REQ-SEQ PIC 9(05).
            05  FAT-GEN-FUNCTION    PIC X(01).
            05  FAT-GEN-R           PIC X(03).

        FD  SOMA-GEN-FILE
            LABEL RECORDS ARE STANDARD.
                10  SOMA-GEN-BATCH-ID   PIC X(08).
                10  SOMA-GEN-BATCH-DEPT PIC X(10).
                10  FILLER          PIC X(02).
            05  SOMA-GEN-CURRENCY   PIC X(03).

        FD  MAN-RPT-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-EXP-EDIT     PIC Z(9)9,99.
       77  WK-CENT-PART    PIC 9(02) VALUE 0.
       77  WK-TRL-TEXT     PIC X(13) VALUE SPACES.
       77  WK-BATCH-EDIT   PIC X(08) VALUE SPACES.
       77  WK-GEN-BATCH-ID PIC X(08) VALUE SPACES.
           COPY WKDIG.

       01  WK-MAN-HEADER.
           05  FILLER            PIC X(34) VALUE
           05  FILLER            PIC X(11) VALUE ' INVALIDOS '.
           05  WK-MAN-SOMA-BAD   PIC Z(4)9.

       01  WK-MAN-LOTE-LINE.
           05  FILLER            PIC X(13) VALUE 'SOMAIN LOTE: '.
           05  WK-MAN-LOTE-ID    PIC X(08).
           05  FILLER            PIC X(40) VALUE
               ' - POSTADO SE EMITIDO PELA SERIE DE LOTE'.

       01  WK-MAN-AVULSO-LINE.
           05  FILLER            PIC X(42) VALUE
               'SOMAIN SEM CABECALHO - POSTADO COMO AVULSO'.

       01  WK-MAN-TRL-LINE.
           05  FILLER            PIC X(33) VALUE
               'SOMAIN TOTAL ESPERADO NO TRAILER:'.
               AND FUNCTION TRIM(WK-PCT-EDIT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-PCT-EDIT) TO WK-SOMA-BADPCT
           END-IF.
           IF WK-SOMA-COUNT > 0
               PERFORM ASK-BATCH-ID THRU ASK-BATCH-ID-EXIT
           END-IF.

           IF WK-FAT-COUNT > 0
               PERFORM GENERATE-FATIN-DECK
                   MOVE SPACES TO WK-PCT-EDIT
           END-ACCEPT.

      *> SOMA2 posts a headed batch only when its id was issued by
      *> the batch series (DOCISS, or NUMCONF in a simulated run),
      *> so the id is asked for rather than made up. Keyed as the
      *> prefix and five-digit value the check digit is added; keyed
      *> in full it must already be right.
       ASK-BATCH-ID.
           MOVE SPACES TO WK-GEN-BATCH-ID.
           DISPLAY 'SOMAIN: LOTE EMITIDO PELA SERIE (PREFIXO + 5 '
               'DIGITOS, BRANCO = SEM CABECALHO)'
           MOVE SPACES TO WK-BATCH-EDIT.
           ACCEPT WK-BATCH-EDIT
               ON EXCEPTION
                   MOVE SPACES TO WK-BATCH-EDIT
           END-ACCEPT.
           IF WK-BATCH-EDIT = SPACES
               GO TO ASK-BATCH-ID-EXIT
           END-IF.
           IF WK-BATCH-EDIT(1:2) = SPACES
               OR WK-BATCH-EDIT(3:5) IS NOT NUMERIC
               DISPLAY 'LOTE INVALIDO - DECK GERADO SEM CABECALHO'
               GO TO ASK-BATCH-ID-EXIT
           END-IF.
           MOVE WK-BATCH-EDIT(3:5) TO WK-DIGITO-VALUE.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WK-BATCH-EDIT(8:1) NOT = SPACE
               AND WK-BATCH-EDIT(8:1) NOT = WK-DIGITO-CHAR
               DISPLAY 'DIGITO VERIFICADOR NAO CONFERE - DECK GERADO '
                   'SEM CABECALHO'
               GO TO ASK-BATCH-ID-EXIT
           END-IF.
           MOVE WK-BATCH-EDIT(1:7) TO WK-GEN-BATCH-ID(1:7).
           MOVE WK-DIGITO-CHAR TO WK-GEN-BATCH-ID(8:1).
       ASK-BATCH-ID-EXIT.
           EXIT.

      *> Small multiplicative congruential generator - good enough
      *> to spread test values around, and fully reproducible from
      *> the manifest's seed.
       GENERATE-ONE-FATIN.
           MOVE 'REQ' TO FAT-GEN-REQ-PFX.
           MOVE WK-GEN-IX TO FAT-GEN-REQ-SEQ.
           MOVE SPACES TO FAT-GEN-FUNCTION.
           MOVE SPACES TO FAT-GEN-R.
           PERFORM NEXT-RANDOM.
           IF FUNCTION MOD(WK-RANDOM, 100) < WK-FAT-BADPCT
               MOVE 'X?A' TO FAT-GEN-N
       GENERATE-SOMAIN-DECK.
           MOVE 0 TO WK-EXPECTED.
           OPEN OUTPUT SOMA-GEN-FILE.
           IF WK-GEN-BATCH-ID NOT = SPACES
               PERFORM WRITE-SOMAIN-HEADER
           END-IF.
           PERFORM GENERATE-ONE-SOMAIN
               VARYING WK-GEN-IX FROM 1 BY 1
               UNTIL WK-GEN-IX > WK-SOMA-COUNT.

       GENERATE-ONE-SOMAIN.
           MOVE 'D' TO SOMA-GEN-TYPE.
           MOVE SPACES TO SOMA-GEN-CURRENCY.
           PERFORM NEXT-RANDOM.
           COMPUTE WK-OP-PICK = FUNCTION MOD(WK-RANDOM, 4).
           EVALUATE WK-OP-PICK

       WRITE-SOMAIN-HEADER.
           MOVE 'B' TO SOMA-GEN-TYPE.
           MOVE SPACES TO SOMA-GEN-CURRENCY.
           MOVE SPACE TO SOMA-GEN-OP.
           MOVE SPACES TO SOMA-GEN-DATA.
           MOVE WK-GEN-BATCH-ID TO SOMA-GEN-BATCH-ID.
           MOVE 'TESTGEN' TO SOMA-GEN-BATCH-DEPT.
           WRITE SOMA-GEN-RECORD.

       WRITE-SOMAIN-TRAILER.
           MOVE 'T' TO SOMA-GEN-TYPE.
           MOVE SPACES TO SOMA-GEN-CURRENCY.
           MOVE SPACE TO SOMA-GEN-OP.
           MOVE SPACES TO SOMA-GEN-DATA.
           PERFORM FORMAT-EXPECTED-TOTAL.
               MOVE WK-SOMA-VALID TO WK-MAN-SOMA-OK
               MOVE WK-SOMA-BAD TO WK-MAN-SOMA-BAD
               WRITE MAN-RPT-LINE FROM WK-MAN-SOMA-LINE
               IF WK-GEN-BATCH-ID NOT = SPACES
                   MOVE WK-GEN-BATCH-ID TO WK-MAN-LOTE-ID
                   WRITE MAN-RPT-LINE FROM WK-MAN-LOTE-LINE
               ELSE
                   WRITE MAN-RPT-LINE FROM WK-MAN-AVULSO-LINE
               END-IF
               PERFORM FORMAT-EXPECTED-TOTAL
               MOVE WK-TRL-TEXT TO WK-MAN-TRL-TOTAL
               WRITE MAN-RPT-LINE FROM WK-MAN-TRL-LINE
           END-IF.
           CLOSE MAN-RPT-FILE.

           COPY WKDIGP.

       END PROGRAM TESTGEN.
