      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly usage chargeback. For a chosen month (MES
      *          control card or prompt, AAAAMM, default the month
      *          of the processing date) it counts each consumer's
      *          use of the service - FATORIAL requests processed
      *          (FATREQST), SOMA2 batches and detail records posted
      *          (DEPTPOST) and document numbers CONTADOR generated
      *          per series (the nightly SEQOUT counts VARREPT files
      *          on VOLHIST) - prices the counts at the TARIFA rate
      *          in force for the month, and prints one statement
      *          page per consumer on RATRPT with a closing summary
      *          page and the grand total. The same figures go to
      *          the RATCSV delimited file for finance's billing
      *          load. FATORIAL requests and document numbers are
      *          charged to the consumer TARIFA assigns them to;
      *          anything not assigned is charged to *NAO ATRIB so
      *          it shows on the statement instead of going missing.
      *          RC 4 when usage had no rate or no consumer, RC 8
      *          when there is no TARIFA to price with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEIO.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT TARF-FILE ASSIGN TO "TARIFA"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-TARF-STATUS.

             SELECT FREQ-FILE ASSIGN TO "FATREQST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FREQ-STATUS.

             SELECT DEPT-POST-FILE ASSIGN TO "DEPTPOST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPOST-STATUS.

             SELECT VOLH-FILE ASSIGN TO "VOLHIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-VOLH-STATUS.

             SELECT RAT-RPT-FILE ASSIGN TO "RATRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT RAT-CSV-FILE ASSIGN TO "RATCSV"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CSV-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  TARF-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKTARF.

        FD  FREQ-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFREQ.

        FD  DEPT-POST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPOST.

        FD  VOLH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKVOLH.

        FD  RAT-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  RAT-RPT-LINE            PIC X(100).

        FD  RAT-CSV-FILE
            LABEL RECORDS ARE STANDARD.
        01  RAT-CSV-LINE            PIC X(100).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-TARF-STATUS  PIC X(02).
       77  WK-FREQ-STATUS  PIC X(02).
       77  WK-DPOST-STATUS PIC X(02).
       77  WK-VOLH-STATUS  PIC X(02).
       77  WK-CSV-STATUS   PIC X(02).
       77  WK-MONTH-EDIT   PIC X(06) VALUE SPACES.
       77  WK-MONTH        PIC 9(06) VALUE 0.
       77  WK-MONTH-END    PIC 9(08) VALUE 0.
       77  WK-TARF-COUNT   PIC 9(05) VALUE 0.
       77  WK-UNIT-IX      PIC 9(01) COMP VALUE 0.
       77  WK-FIND-UNIT    PIC X(01) VALUE SPACE.
       77  WK-FIND-CONS    PIC X(10) VALUE SPACES.
       77  WK-ADD-QTY      PIC 9(09) VALUE 0.
       77  WK-ASSIGN-COUNT PIC 9(03) COMP VALUE 0.
       77  WK-ASSIGN-IX    PIC 9(03) COMP VALUE 0.
       77  WK-ASSIGN-LOST  PIC 9(05) VALUE 0.
       77  WK-KEY-LEN      PIC 9(02) COMP VALUE 0.
       77  WK-BEST-LEN     PIC 9(02) COMP VALUE 0.
       77  WK-CONS-COUNT   PIC 9(03) COMP VALUE 0.
       77  WK-CONS-IX      PIC 9(03) COMP VALUE 0.
       77  WK-SCAN-IX      PIC 9(03) COMP VALUE 0.
       77  WK-SHIFT-IX     PIC 9(03) COMP VALUE 0.
       77  WK-CONS-LOST    PIC 9(07) VALUE 0.
       77  WK-CONS-TOTAL-N PIC 9(03) VALUE 0.
       77  WK-UNASSIGNED   PIC X(10) VALUE '*NAO ATRIB'.
       77  WK-NIGHTS       PIC 9(03) VALUE 0.
       77  WK-NO-DETAIL    PIC 9(05) VALUE 0.
       77  WK-UNPRICED     PIC 9(01) VALUE 0.
       77  WK-LINE-AMOUNT  PIC S9(13)V99 VALUE 0.
       77  WK-GRAND-TOTAL  PIC S9(13)V99 VALUE 0.
       77  WK-PAGE-COUNT   PIC 9(03) VALUE 0.
       77  WK-CSV-COUNT    PIC 9(05) VALUE 0.
       77  WK-CSV-RECORD   PIC X(100) VALUE SPACES.
       77  WK-EDIT-QTY     PIC Z(8)9.
       77  WK-EDIT-PRICE   PIC Z(4)9,9999.
       77  WK-EDIT-AMOUNT  PIC -(12)9,99.
           COPY WKCARD.
           COPY WKRUN.
           COPY WKSIM.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.

      *> The units of work charged for, in statement order.
       01  WK-UNIT-LIST.
           05  FILLER              PIC X(21) VALUE
               'FFATORIAL PEDIDOS'.
           05  FILLER              PIC X(21) VALUE
               'LSOMA2 LOTES'.
           05  FILLER              PIC X(21) VALUE
               'RSOMA2 REGISTROS'.
           05  FILLER              PIC X(21) VALUE
               'NDOCUMENTOS CONTADOR'.
       01  WK-UNIT-TABLE REDEFINES WK-UNIT-LIST.
           05  WK-UNIT-ENTRY OCCURS 4 TIMES.
               10  WK-UNIT-CODE    PIC X(01).
               10  WK-UNIT-NAME    PIC X(20).

      *> The rate in force for the month for each unit above, and
      *> the month's total use of it across all consumers.
       01  WK-RATE-TABLE.
           05  WK-RATE-ENTRY OCCURS 4 TIMES.
               10  WK-RATE-FROM    PIC 9(08).
               10  WK-RATE-PRICE   PIC 9(05)V9(04).
               10  WK-RATE-FOUND   PIC X(01).
                   88  UNIT-PRICED     VALUE 'Y'.
               10  WK-UNIT-USED    PIC 9(09).

      *> TARIFA assignments, with the length of each key so a
      *> request-id prefix can be matched.
       01  WK-ASSIGN-TABLE.
           05  WK-ASSIGN-ENTRY OCCURS 100 TIMES.
               10  WK-ASSIGN-UNIT  PIC X(01).
               10  WK-ASSIGN-KEY   PIC X(10).
               10  WK-ASSIGN-LEN   PIC 9(02) COMP.
               10  WK-ASSIGN-CONS  PIC X(10).

      *> One entry per consumer, kept in consumer order as entries
      *> are added.
       01  WK-CONS-TABLE.
           05  WK-CONS-ENTRY OCCURS 200 TIMES.
               10  WK-CONS-ID      PIC X(10).
               10  WK-CONS-QTY     PIC 9(09) OCCURS 4 TIMES.
               10  WK-CONS-TOTAL   PIC S9(13)V99.

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(31) VALUE
               'RATEIO DE USO - EXTRATO DO MES '.
           05  WK-HDR-MONTH      PIC X(06).
           05  FILLER            PIC X(12) VALUE '    PAGINA '.
           05  WK-HDR-PAGE       PIC ZZ9.

       01  WK-RPT-CONS-LINE.
           05  FILLER            PIC X(12) VALUE 'CONSUMIDOR: '.
           05  WK-RPT-CONS       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-CONS-NOTE  PIC X(50).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(40) VALUE
               'UNIDADE DE TRABALHO         QUANTIDADE'.
           05  FILLER            PIC X(40) VALUE
               '    TARIFA UNIT.               VALOR'.

       01  WK-RPT-UNIT-LINE.
           05  WK-RPT-UNIT-NAME  PIC X(20).
           05  FILLER            PIC X(09) VALUE SPACES.
           05  WK-RPT-QTY        PIC Z(8)9.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WK-RPT-PRICE      PIC X(10).
           05  WK-RPT-PRICE-N    REDEFINES WK-RPT-PRICE
                                 PIC Z(4)9,9999.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-AMOUNT     PIC Z(12)9,99-.

       01  WK-RPT-CONS-TOTAL.
           05  FILLER            PIC X(54) VALUE
               'TOTAL A COBRAR'.
           05  WK-RPT-CONS-AMT   PIC Z(12)9,99-.

       01  WK-RPT-SUMMARY      PIC X(40) VALUE
           'RESUMO DO MES'.

       01  WK-RPT-SUM-LINE.
           05  WK-RPT-SUM-CONS   PIC X(10).
           05  FILLER            PIC X(44) VALUE SPACES.
           05  WK-RPT-SUM-AMT    PIC Z(12)9,99-.

       01  WK-RPT-GRAND-TOTAL.
           05  FILLER            PIC X(14) VALUE 'TOTAL GERAL - '.
           05  WK-RPT-GRAND-CONS PIC ZZ9.
           05  FILLER            PIC X(37) VALUE ' CONSUMIDORES'.
           05  WK-RPT-GRAND-AMT  PIC Z(12)9,99-.

       01  WK-RPT-RATE-HDR     PIC X(40) VALUE
           'TARIFAS APLICADAS'.

       01  WK-RPT-RATE-LINE.
           05  WK-RPT-RATE-NAME  PIC X(20).
           05  FILLER            PIC X(16) VALUE ' EM VIGOR DESDE '.
           05  WK-RPT-RATE-FROM  PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RATE-PRICE PIC X(10).
           05  WK-RPT-RATE-PRICE-N REDEFINES WK-RPT-RATE-PRICE
                                 PIC Z(4)9,9999.

       01  WK-RPT-NIGHTS.
           05  FILLER            PIC X(40) VALUE
               'NOITES DO MES REGISTRADAS NO VOLHIST: '.
           05  WK-RPT-NIGHT-COUNT PIC ZZ9.

       01  WK-RPT-NO-DETAIL.
           05  FILLER            PIC X(40) VALUE
               'LOTES SEM CONTAGEM DE REGISTROS: '.
           05  WK-RPT-NO-DETAIL-N PIC ZZZZ9.

       01  WK-RPT-LOST.
           05  FILLER            PIC X(40) VALUE
               '*** TABELA DE CONSUMIDORES CHEIA - '.
           05  WK-RPT-LOST-COUNT PIC Z(6)9.
           05  FILLER            PIC X(24) VALUE
               ' UNIDADES NAO COBRADAS'.

       01  WK-RPT-ASSIGN-LOST.
           05  FILLER            PIC X(40) VALUE
               '*** ATRIBUICOES DA TARIFA DESCARTADAS: '.
           05  WK-RPT-ASSIGN-LOST-N PIC ZZZZ9.

       01  WK-RPT-NO-USAGE     PIC X(40) VALUE
           'SEM USO NO MES'.

       PROCEDURE DIVISION.

           MOVE 'RATEIO' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.
           MOVE CAL-PROC-DATE(1:6) TO WK-MONTH-EDIT.
           MOVE 'MES' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND WK-CARD-TEXT(1:6) IS NUMERIC
               MOVE WK-CARD-TEXT(1:6) TO WK-MONTH-EDIT
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'MES DO RATEIO AAAAMM (PADRAO '
                       WK-MONTH-EDIT ')'
                   ACCEPT WK-CARD-TEXT
                       ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
                   IF WK-CARD-TEXT(1:6) IS NUMERIC
                       MOVE WK-CARD-TEXT(1:6) TO WK-MONTH-EDIT
                   END-IF
               END-IF
           END-IF.
           IF WK-MONTH-EDIT(5:2) < '01' OR WK-MONTH-EDIT(5:2) > '12'
               DISPLAY 'MES INVALIDO ' WK-MONTH-EDIT
                   ' - RATEIO NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WK-MONTH-EDIT TO WK-MONTH.
           COMPUTE WK-MONTH-END = WK-MONTH * 100 + 31.

           PERFORM LOAD-RATE-FILE.
           IF WK-TARF-COUNT = 0
               DISPLAY 'TARIFA NAO DISPONIVEL - RATEIO NAO EMITIDO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COUNT-FATORIAL-REQUESTS.
           PERFORM COUNT-SOMA2-POSTINGS.
           PERFORM COUNT-DOCUMENT-NUMBERS.

           PERFORM PRICE-ONE-CONSUMER
               VARYING WK-CONS-IX FROM 1 BY 1
               UNTIL WK-CONS-IX > WK-CONS-COUNT.

           PERFORM PRINT-STATEMENTS.
           PERFORM WRITE-BILLING-FILE.

      *> Usage that could not be charged properly is for finance to
      *> settle before the billing load.
           PERFORM VARYING WK-UNIT-IX FROM 1 BY 1 UNTIL WK-UNIT-IX > 4
               IF WK-UNIT-USED (WK-UNIT-IX) > 0
                   AND NOT UNIT-PRICED (WK-UNIT-IX)
                   ADD 1 TO WK-UNPRICED
               END-IF
           END-PERFORM.
           MOVE WK-UNASSIGNED TO WK-FIND-CONS.
           PERFORM LOCATE-CONSUMER.
           IF WK-UNPRICED > 0 OR WK-CONS-IX > 0
               OR WK-CONS-LOST > 0 OR WK-ASSIGN-LOST > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-CHARGEBACK-AUDIT.

           MOVE WK-GRAND-TOTAL TO WK-EDIT-AMOUNT.
           DISPLAY 'RATEIO - MES ' WK-MONTH-EDIT ' - '
               WK-CONS-COUNT ' CONSUMIDORES - TOTAL '
               FUNCTION TRIM(WK-EDIT-AMOUNT).

           PERFORM REGISTER-STEP-END.

           GOBACK.

      *> The rate for each unit is the latest one in force by the
      *> end of the month; assignments are taken as they stand.
       LOAD-RATE-FILE.
           PERFORM VARYING WK-UNIT-IX FROM 1 BY 1 UNTIL WK-UNIT-IX > 4
               MOVE 0 TO WK-RATE-FROM (WK-UNIT-IX)
               MOVE 0 TO WK-RATE-PRICE (WK-UNIT-IX)
               MOVE 'N' TO WK-RATE-FOUND (WK-UNIT-IX)
               MOVE 0 TO WK-UNIT-USED (WK-UNIT-IX)
           END-PERFORM.
           OPEN INPUT TARF-FILE.
           IF WK-TARF-STATUS NOT = '00'
               CLOSE TARF-FILE
           ELSE
               PERFORM UNTIL WK-TARF-STATUS = '10'
                   READ TARF-FILE
                       AT END
                           MOVE '10' TO WK-TARF-STATUS
                       NOT AT END
                           ADD 1 TO WK-TARF-COUNT
                           PERFORM TAKE-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TARF-FILE
           END-IF.

       TAKE-RATE-ENTRY.
           MOVE TARF-UNIT TO WK-FIND-UNIT.
           PERFORM LOCATE-UNIT.
           EVALUATE TRUE
               WHEN WK-UNIT-IX = 0
                   CONTINUE
               WHEN TARF-IS-RATE
                   IF TARF-FROM IS NUMERIC
                       AND TARF-PRICE IS NUMERIC
                       AND TARF-FROM NOT > WK-MONTH-END
                       AND TARF-FROM NOT < WK-RATE-FROM (WK-UNIT-IX)
                       MOVE TARF-FROM TO WK-RATE-FROM (WK-UNIT-IX)
                       MOVE TARF-PRICE TO WK-RATE-PRICE (WK-UNIT-IX)
                       SET UNIT-PRICED (WK-UNIT-IX) TO TRUE
                   END-IF
               WHEN TARF-IS-ASSIGNMENT
                   AND TARF-KEY NOT = SPACES
                   AND TARF-CONSUMER NOT = SPACES
                   IF WK-ASSIGN-COUNT < 100
                       ADD 1 TO WK-ASSIGN-COUNT
                       MOVE TARF-UNIT
                           TO WK-ASSIGN-UNIT (WK-ASSIGN-COUNT)
                       MOVE TARF-KEY
                           TO WK-ASSIGN-KEY (WK-ASSIGN-COUNT)
                       MOVE TARF-CONSUMER
                           TO WK-ASSIGN-CONS (WK-ASSIGN-COUNT)
                       MOVE 0 TO WK-KEY-LEN
                       INSPECT TARF-KEY TALLYING WK-KEY-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE WK-KEY-LEN
                           TO WK-ASSIGN-LEN (WK-ASSIGN-COUNT)
                   ELSE
                       ADD 1 TO WK-ASSIGN-LOST
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Returns the position of WK-FIND-UNIT in the unit table in
      *> WK-UNIT-IX; zero for a unit the program does not charge.
       LOCATE-UNIT.
           MOVE 0 TO WK-UNIT-IX.
           PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
               UNTIL WK-SCAN-IX > 4 OR WK-UNIT-IX > 0
               IF WK-UNIT-CODE (WK-SCAN-IX) = WK-FIND-UNIT
                   MOVE WK-SCAN-IX TO WK-UNIT-IX
               END-IF
           END-PERFORM.

      *> A request is charged in the month FATORIAL processed it.
       COUNT-FATORIAL-REQUESTS.
           OPEN INPUT FREQ-FILE.
           IF WK-FREQ-STATUS = '00'
               PERFORM UNTIL WK-FREQ-STATUS = '10'
                   READ FREQ-FILE
                       AT END
                           MOVE '10' TO WK-FREQ-STATUS
                       NOT AT END
                           IF FREQ-PROCESSED IS NUMERIC
                               AND FREQ-PROCESSED(1:6) = WK-MONTH-EDIT
                               PERFORM CHARGE-FATORIAL-REQUEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREQ-FILE
           ELSE
               CLOSE FREQ-FILE
           END-IF.

      *> The longest assigned prefix of the request id names the
      *> consumer.
       CHARGE-FATORIAL-REQUEST.
           MOVE WK-UNASSIGNED TO WK-FIND-CONS.
           MOVE 0 TO WK-BEST-LEN.
           PERFORM VARYING WK-ASSIGN-IX FROM 1 BY 1
               UNTIL WK-ASSIGN-IX > WK-ASSIGN-COUNT
               IF WK-ASSIGN-UNIT (WK-ASSIGN-IX) = 'F'
                   AND WK-ASSIGN-LEN (WK-ASSIGN-IX) > WK-BEST-LEN
                   AND WK-ASSIGN-LEN (WK-ASSIGN-IX) NOT > 8
                   MOVE WK-ASSIGN-LEN (WK-ASSIGN-IX) TO WK-KEY-LEN
                   IF FREQ-REQ-ID(1:WK-KEY-LEN) =
                       WK-ASSIGN-KEY (WK-ASSIGN-IX)(1:WK-KEY-LEN)
                       MOVE WK-KEY-LEN TO WK-BEST-LEN
                       MOVE WK-ASSIGN-CONS (WK-ASSIGN-IX)
                           TO WK-FIND-CONS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'F' TO WK-FIND-UNIT.
           MOVE 1 TO WK-ADD-QTY.
           PERFORM ADD-CONSUMER-USAGE.

      *> Each SOMA2 posting of the month is one batch and its detail
      *> count; a later SOMAREV reversal does not undo the work, and
      *> the reversal entry itself is not usage.
       COUNT-SOMA2-POSTINGS.
           OPEN INPUT DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-IS-POSTING
                               AND DPOST-DATE IS NUMERIC
                               AND DPOST-DATE(1:6) = WK-MONTH-EDIT
                               PERFORM CHARGE-SOMA2-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               CLOSE DEPT-POST-FILE
           END-IF.

       CHARGE-SOMA2-POSTING.
           MOVE DPOST-DEPT TO WK-FIND-CONS.
           MOVE 'L' TO WK-FIND-UNIT.
           MOVE 1 TO WK-ADD-QTY.
           PERFORM ADD-CONSUMER-USAGE.
           IF DPOST-DETAILS IS NUMERIC
               MOVE 'R' TO WK-FIND-UNIT
               MOVE DPOST-DETAILS TO WK-ADD-QTY
               PERFORM ADD-CONSUMER-USAGE
           ELSE
               ADD 1 TO WK-NO-DETAIL
           END-IF.

      *> SEQOUT is rewritten every night, so the month's numbers per
      *> series are the nightly counts VARREPT filed on VOLHIST.
       COUNT-DOCUMENT-NUMBERS.
           OPEN INPUT VOLH-FILE.
           IF WK-VOLH-STATUS = '00'
               PERFORM UNTIL WK-VOLH-STATUS = '10'
                   READ VOLH-FILE
                       AT END
                           MOVE '10' TO WK-VOLH-STATUS
                       NOT AT END
                           IF VOLH-DATE IS NUMERIC
                               AND VOLH-DATE(1:6) = WK-MONTH-EDIT
                               PERFORM TAKE-VOLUME-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLH-FILE
           ELSE
               CLOSE VOLH-FILE
           END-IF.

       TAKE-VOLUME-ENTRY.
           IF VOLH-IS-NIGHT
               ADD 1 TO WK-NIGHTS
           END-IF.
           IF VOLH-IS-STREAM
               AND VOLH-AMOUNT IS NUMERIC
               AND VOLH-AMOUNT > 0
               MOVE WK-UNASSIGNED TO WK-FIND-CONS
               PERFORM VARYING WK-ASSIGN-IX FROM 1 BY 1
                   UNTIL WK-ASSIGN-IX > WK-ASSIGN-COUNT
                   IF WK-ASSIGN-UNIT (WK-ASSIGN-IX) = 'N'
                       AND WK-ASSIGN-KEY (WK-ASSIGN-IX) = VOLH-KEY
                       MOVE WK-ASSIGN-CONS (WK-ASSIGN-IX)
                           TO WK-FIND-CONS
                   END-IF
               END-PERFORM
               MOVE 'N' TO WK-FIND-UNIT
               MOVE VOLH-AMOUNT TO WK-ADD-QTY
               PERFORM ADD-CONSUMER-USAGE
           END-IF.

      *> Adds WK-ADD-QTY units of WK-FIND-UNIT to WK-FIND-CONS.
       ADD-CONSUMER-USAGE.
           PERFORM LOCATE-UNIT.
           PERFORM FIND-CONSUMER.
           IF WK-CONS-IX > 0
               ADD WK-ADD-QTY TO WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX)
               ADD WK-ADD-QTY TO WK-UNIT-USED (WK-UNIT-IX)
           ELSE
               ADD WK-ADD-QTY TO WK-CONS-LOST
           END-IF.

      *> Returns the entry for WK-FIND-CONS in WK-CONS-IX, zero when
      *> the consumer has none.
       LOCATE-CONSUMER.
           MOVE 0 TO WK-CONS-IX.
           PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
               UNTIL WK-SCAN-IX > WK-CONS-COUNT OR WK-CONS-IX > 0
               IF WK-CONS-ID (WK-SCAN-IX) = WK-FIND-CONS
                   MOVE WK-SCAN-IX TO WK-CONS-IX
               END-IF
           END-PERFORM.

      *> As LOCATE-CONSUMER, but a new consumer is inserted in its
      *> place in consumer order; zero only when the table is full.
       FIND-CONSUMER.
           PERFORM LOCATE-CONSUMER.
           IF WK-CONS-IX = 0 AND WK-CONS-COUNT < 200
               MOVE 1 TO WK-CONS-IX
               PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
                   UNTIL WK-SCAN-IX > WK-CONS-COUNT
                   IF WK-CONS-ID (WK-SCAN-IX) < WK-FIND-CONS
                       COMPUTE WK-CONS-IX = WK-SCAN-IX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WK-SHIFT-IX FROM WK-CONS-COUNT BY -1
                   UNTIL WK-SHIFT-IX < WK-CONS-IX
                   MOVE WK-CONS-ENTRY (WK-SHIFT-IX)
                       TO WK-CONS-ENTRY (WK-SHIFT-IX + 1)
               END-PERFORM
               ADD 1 TO WK-CONS-COUNT
               MOVE WK-FIND-CONS TO WK-CONS-ID (WK-CONS-IX)
               MOVE 0 TO WK-CONS-TOTAL (WK-CONS-IX)
               PERFORM VARYING WK-UNIT-IX FROM 1 BY 1
                   UNTIL WK-UNIT-IX > 4
                   MOVE 0 TO WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX)
               END-PERFORM
               PERFORM LOCATE-UNIT
           END-IF.

      *> Each unit line is rounded to the centavo on its own, so the
      *> statement adds up as printed.
       PRICE-ONE-CONSUMER.
           MOVE 0 TO WK-CONS-TOTAL (WK-CONS-IX).
           PERFORM VARYING WK-UNIT-IX FROM 1 BY 1 UNTIL WK-UNIT-IX > 4
               IF UNIT-PRICED (WK-UNIT-IX)
                   COMPUTE WK-LINE-AMOUNT ROUNDED =
                       WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX)
                       * WK-RATE-PRICE (WK-UNIT-IX)
                   ADD WK-LINE-AMOUNT TO WK-CONS-TOTAL (WK-CONS-IX)
               END-IF
           END-PERFORM.
           ADD WK-CONS-TOTAL (WK-CONS-IX) TO WK-GRAND-TOTAL.

       PRINT-STATEMENTS.
           OPEN OUTPUT RAT-RPT-FILE.
           MOVE WK-MONTH-EDIT TO WK-HDR-MONTH.
           PERFORM PRINT-ONE-STATEMENT
               VARYING WK-CONS-IX FROM 1 BY 1
               UNTIL WK-CONS-IX > WK-CONS-COUNT.
           PERFORM PRINT-SUMMARY-PAGE.
           CLOSE RAT-RPT-FILE.

       PRINT-ONE-STATEMENT.
           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-PAGE-COUNT TO WK-HDR-PAGE.
           WRITE RAT-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE RAT-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           MOVE WK-CONS-ID (WK-CONS-IX) TO WK-RPT-CONS.
           IF WK-CONS-ID (WK-CONS-IX) = WK-UNASSIGNED
               MOVE 'USO SEM CONSUMIDOR ATRIBUIDO NA TARIFA'
                   TO WK-RPT-CONS-NOTE
           ELSE
               MOVE SPACES TO WK-RPT-CONS-NOTE
           END-IF.
           WRITE RAT-RPT-LINE FROM WK-RPT-CONS-LINE.
           WRITE RAT-RPT-LINE FROM WK-RPT-COL-HDR.
           PERFORM VARYING WK-UNIT-IX FROM 1 BY 1 UNTIL WK-UNIT-IX > 4
               IF WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX) > 0
                   PERFORM PRINT-UNIT-LINE
               END-IF
           END-PERFORM.
           MOVE WK-CONS-TOTAL (WK-CONS-IX) TO WK-RPT-CONS-AMT.
           WRITE RAT-RPT-LINE FROM WK-RPT-CONS-TOTAL.

       PRINT-UNIT-LINE.
           MOVE WK-UNIT-NAME (WK-UNIT-IX) TO WK-RPT-UNIT-NAME.
           MOVE WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX) TO WK-RPT-QTY.
           IF UNIT-PRICED (WK-UNIT-IX)
               MOVE WK-RATE-PRICE (WK-UNIT-IX) TO WK-RPT-PRICE-N
               COMPUTE WK-LINE-AMOUNT ROUNDED =
                   WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX)
                   * WK-RATE-PRICE (WK-UNIT-IX)
           ELSE
               MOVE 'SEM TARIFA' TO WK-RPT-PRICE
               MOVE 0 TO WK-LINE-AMOUNT
           END-IF.
           MOVE WK-LINE-AMOUNT TO WK-RPT-AMOUNT.
           WRITE RAT-RPT-LINE FROM WK-RPT-UNIT-LINE.

      *> The closing page: every consumer's total, the grand total,
      *> the rates the month was priced at, and what the figures
      *> rest on.
       PRINT-SUMMARY-PAGE.
           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-PAGE-COUNT TO WK-HDR-PAGE.
           WRITE RAT-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE RAT-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           WRITE RAT-RPT-LINE FROM WK-RPT-SUMMARY.
           IF WK-CONS-COUNT = 0
               WRITE RAT-RPT-LINE FROM WK-RPT-NO-USAGE
           END-IF.
           PERFORM VARYING WK-CONS-IX FROM 1 BY 1
               UNTIL WK-CONS-IX > WK-CONS-COUNT
               MOVE WK-CONS-ID (WK-CONS-IX) TO WK-RPT-SUM-CONS
               MOVE WK-CONS-TOTAL (WK-CONS-IX) TO WK-RPT-SUM-AMT
               WRITE RAT-RPT-LINE FROM WK-RPT-SUM-LINE
           END-PERFORM.
           MOVE WK-CONS-COUNT TO WK-RPT-GRAND-CONS.
           MOVE WK-GRAND-TOTAL TO WK-RPT-GRAND-AMT.
           WRITE RAT-RPT-LINE FROM WK-RPT-GRAND-TOTAL.
           WRITE RAT-RPT-LINE FROM WK-RPT-RATE-HDR.
           PERFORM VARYING WK-UNIT-IX FROM 1 BY 1 UNTIL WK-UNIT-IX > 4
               MOVE WK-UNIT-NAME (WK-UNIT-IX) TO WK-RPT-RATE-NAME
               IF UNIT-PRICED (WK-UNIT-IX)
                   MOVE WK-RATE-FROM (WK-UNIT-IX) TO WK-RPT-RATE-FROM
                   MOVE WK-RATE-PRICE (WK-UNIT-IX)
                       TO WK-RPT-RATE-PRICE-N
               ELSE
                   MOVE '-' TO WK-RPT-RATE-FROM
                   MOVE 'SEM TARIFA' TO WK-RPT-RATE-PRICE
               END-IF
               WRITE RAT-RPT-LINE FROM WK-RPT-RATE-LINE
           END-PERFORM.
           MOVE WK-NIGHTS TO WK-RPT-NIGHT-COUNT.
           WRITE RAT-RPT-LINE FROM WK-RPT-NIGHTS.
           IF WK-NO-DETAIL > 0
               MOVE WK-NO-DETAIL TO WK-RPT-NO-DETAIL-N
               WRITE RAT-RPT-LINE FROM WK-RPT-NO-DETAIL
           END-IF.
           IF WK-CONS-LOST > 0
               MOVE WK-CONS-LOST TO WK-RPT-LOST-COUNT
               WRITE RAT-RPT-LINE FROM WK-RPT-LOST
           END-IF.
           IF WK-ASSIGN-LOST > 0
               MOVE WK-ASSIGN-LOST TO WK-RPT-ASSIGN-LOST-N
               WRITE RAT-RPT-LINE FROM WK-RPT-ASSIGN-LOST
           END-IF.

      *> Finance's billing load: a CAB header with the month, one
      *> RATEIO line per consumer and unit used, and a FIM trailer
      *> with the line count and the grand total, in the EODCSV
      *> conventions. Only written when RATCSV is allocated. A
      *> simulated run carries SIMULADO in place of the processing
      *> date on the CAB line, so the billing load refuses it.
       WRITE-BILLING-FILE.
           OPEN OUTPUT RAT-CSV-FILE.
           IF WK-CSV-STATUS NOT = '00'
               CLOSE RAT-CSV-FILE
               DISPLAY 'RATCSV NAO ALOCADO - ARQUIVO NAO GERADO'
           ELSE
               MOVE SPACES TO WK-CSV-RECORD
               IF RUN-SIMULATED
                   STRING 'CAB;' WK-MONTH-EDIT ';' WK-SIM-DATE
                       DELIMITED BY SIZE INTO WK-CSV-RECORD
               ELSE
                   STRING 'CAB;' WK-MONTH-EDIT ';' CAL-PROC-DATE
                       DELIMITED BY SIZE INTO WK-CSV-RECORD
               END-IF
               WRITE RAT-CSV-LINE FROM WK-CSV-RECORD
               PERFORM VARYING WK-CONS-IX FROM 1 BY 1
                   UNTIL WK-CONS-IX > WK-CONS-COUNT
                   PERFORM VARYING WK-UNIT-IX FROM 1 BY 1
                       UNTIL WK-UNIT-IX > 4
                       IF WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX) > 0
                           PERFORM WRITE-BILLING-LINE
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE WK-GRAND-TOTAL TO WK-EDIT-AMOUNT
               MOVE SPACES TO WK-CSV-RECORD
               STRING 'FIM;' WK-CSV-COUNT ';'
                   FUNCTION TRIM(WK-EDIT-AMOUNT)
                   DELIMITED BY SIZE INTO WK-CSV-RECORD
               WRITE RAT-CSV-LINE FROM WK-CSV-RECORD
               CLOSE RAT-CSV-FILE
           END-IF.

       WRITE-BILLING-LINE.
           MOVE WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX) TO WK-EDIT-QTY.
           IF UNIT-PRICED (WK-UNIT-IX)
               MOVE WK-RATE-PRICE (WK-UNIT-IX) TO WK-EDIT-PRICE
               COMPUTE WK-LINE-AMOUNT ROUNDED =
                   WK-CONS-QTY (WK-CONS-IX, WK-UNIT-IX)
                   * WK-RATE-PRICE (WK-UNIT-IX)
           ELSE
               MOVE 0 TO WK-EDIT-PRICE
               MOVE 0 TO WK-LINE-AMOUNT
           END-IF.
           MOVE WK-LINE-AMOUNT TO WK-EDIT-AMOUNT.
           MOVE SPACES TO WK-CSV-RECORD.
           STRING 'RATEIO;' FUNCTION TRIM(WK-CONS-ID (WK-CONS-IX)) ';'
               WK-UNIT-CODE (WK-UNIT-IX) ';'
               FUNCTION TRIM(WK-EDIT-QTY) ';'
               FUNCTION TRIM(WK-EDIT-PRICE) ';'
               FUNCTION TRIM(WK-EDIT-AMOUNT)
               DELIMITED BY SIZE INTO WK-CSV-RECORD.
           WRITE RAT-CSV-LINE FROM WK-CSV-RECORD.
           ADD 1 TO WK-CSV-COUNT.

       WRITE-CHARGEBACK-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'RATEIO' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           MOVE WK-CONS-COUNT TO WK-CONS-TOTAL-N.
           MOVE WK-GRAND-TOTAL TO WK-EDIT-AMOUNT.
           STRING 'RATEIO MES=' WK-MONTH-EDIT
               ' CONSUMIDORES=' WK-CONS-TOTAL-N
               ' LINHAS=' WK-CSV-COUNT
               ' TOTAL=' FUNCTION TRIM(WK-EDIT-AMOUNT)
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKCALP.

           COPY WKRUNP.

       END PROGRAM RATEIO.
