      *          that twice let a department's records balance into
      *          someone else's batch. The DEPTCTL control file
      *          names each feed allocation (DEPTIN01-05) with its
      *          department id; every collected feed is written as
      *          its own batch - a 'B' header stamped with the
      *          department in SOMA-IN-BATCH-DEPT and a batch id
      *          drawn from the CONTADOR series SOMALOTE, the
      *          feed's detail records unchanged, and the feed's own
      *          'T' trailer carried through - producing the single
      *          multi-batch deck SOMA2 already understands. A feed
      *          the trailer, a stray header) is rejected to ERRLOG
      *          and the SOMACRPT collection report without losing
      *          the other feeds; content edits remain SOMA2's and
      *          DECKEDIT's job. Suspense items released through
      *          SUSPMNT are appended as one correction batch per
      *          department, with a trailer computed from the
      *          corrected pairs, and marked as sent on SUSPENSE.
      *          Items sent or written off more than RETENCAO days
      *          (run card, default 180) before the processing date
      *          are dropped from SUSPENSE when it is rewritten.
      *          Each header also carries the currency DEPTCTL
      *          gives for the department, so SOMA2 can convert a
      *          foreign-currency batch before posting it.
      *          Departments FEEDSCHD expects on the processing
      *          date's weekday whose feed is missing or empty are
      *          listed on SOMACRPT and AUDITLOG with the decision
      *          taken: the FALTAFEED run card PARAR stops the night
      *          (RETURN-CODE 8, SOMA2 does not run); otherwise the
      *          deck goes ahead without them and operations are
      *          warned.
      *          Batch ids are never typed by hand: each is the
      *          series' two-character prefix, the next value of the
      *          block CONTADOR granted the series tonight (NUMCONF)
      *          and its check digit, so no id is ever used on two
      *          nights. A batch the block cannot number is left out
      *          and the night stops (SCL0003, RETURN-CODE 8); once
      *          the deck is built every number of the block is
      *          returned on DOCUSO, used or voided, for DOCRECON.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             SELECT COL-RPT-FILE ASSIGN TO "SOMACRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT SUSP-FILE ASSIGN TO "SUSPENSE"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SUSP-STATUS.

             SELECT FEED-SCHD-FILE ASSIGN TO "FEEDSCHD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SCHD-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

             SELECT CONF-FILE ASSIGN TO "NUMCONF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CONF-STATUS.

             SELECT USO-FILE ASSIGN TO "DOCUSO"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USO-STATUS.

       DATA DIVISION.

        FILE SECTION.
      * One control record per department feed: which DEPTIN
      * allocation it arrives on, the department id for
      * SOMA-IN-BATCH-DEPT and the currency the department settles
      * in (spaces for the reporting currency). DEPT-CTL-BATCH is
      * no longer read - batch ids come from the SOMALOTE series -
      * and is left in place so existing DEPTCTL records still fit.
        FD  DEPT-CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01  DEPT-CTL-RECORD.
            05  DEPT-CTL-FEED       PIC 9(02).
            05  DEPT-CTL-BATCH      PIC X(08).
            05  DEPT-CTL-DEPT       PIC X(10).
            05  DEPT-CTL-CURRENCY   PIC X(03).

        FD  DEPT-IN-1
            LABEL RECORDS ARE STANDARD.
            05  SOMA-OUT-DATA.
                10  SOMA-OUT-X      PIC X(10).
                10  SOMA-OUT-Y      PIC X(10).
            05  SOMA-OUT-TRAILER REDEFINES SOMA-OUT-DATA.
                10  SOMA-OUT-EXPECTED-TOTAL PIC X(13).
                10  FILLER          PIC X(07).
            05  SOMA-OUT-HEADER REDEFINES SOMA-OUT-DATA.
                10  SOMA-OUT-BATCH-ID   PIC X(08).
                10  SOMA-OUT-BATCH-DEPT PIC X(10).
                10  FILLER          PIC X(02).
            05  SOMA-OUT-CURRENCY   PIC X(03).

        FD  COL-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  COL-RPT-LINE            PIC X(80).

        FD  SUSP-FILE
            LABEL RECORDS ARE STANDARD.
        01  SUSP-FILE-RECORD        PIC X(95).

        FD  FEED-SCHD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFSCHD.

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        FD  CONF-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKBCNF.

        FD  USO-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDUSO.

        WORKING-STORAGE SECTION.
       77  WK-CTL-STATUS   PIC X(02).
       77  WK-FEED-STATUS  PIC X(02).
       77  WK-COLLECTED    PIC 9(02) VALUE 0.
       77  WK-REJECTED     PIC 9(02) VALUE 0.
       77  WK-FEED-EOF     PIC X(01) VALUE 'N'.
       77  WK-SUSP-STATUS  PIC X(02).
       77  WK-ITEM-IX      PIC 9(03) COMP VALUE 0.
       77  WK-ITEM-MAX     PIC 9(03) COMP VALUE 0.
       77  WK-DEPT-IX      PIC 9(03) COMP VALUE 0.
       77  WK-CORR-DEPT    PIC X(10) VALUE SPACES.
       77  WK-CORR-BATCH   PIC X(08) VALUE SPACES.
       77  WK-CORR-BATCHES PIC 9(02) VALUE 0.
       77  WK-CORR-ITEMS   PIC 9(03) VALUE 0.
       77  WK-BATCH-ITEMS  PIC 9(03) VALUE 0.
       77  WK-CORR-TOTAL   PIC S9(11)V99 VALUE 0.
       77  WK-CORR-X       PIC S9(07)V99 VALUE 0.
       77  WK-CORR-Y       PIC S9(07)V99 VALUE 0.
       77  WK-CORR-RESULT  PIC S9(13)V99 VALUE 0.
       77  WK-CORR-EDIT    PIC -(11)9,99.
       77  WK-CORR-DONE    PIC X(01) VALUE 'N'.
      *> A SUSPENSE file larger than the table is left alone - the
      *> released items wait a night rather than some being marked
      *> sent and the rest dropped from the rewrite.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
       77  WK-KEEP-DAYS    PIC 9(04) VALUE 180.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-PURGED       PIC 9(05) VALUE 0.
       77  WK-SCHD-STATUS  PIC X(02).
       77  WK-WEEKDAY      PIC 9(01) VALUE 0.
       77  WK-DATE-INT     PIC S9(07) VALUE 0.
       77  WK-SHORT-FEEDS  PIC 9(02) VALUE 0.
       77  WK-SHORT-REASON PIC X(07) VALUE SPACES.
       77  WK-CTL-POS      PIC 9(02) COMP VALUE 0.
      *> FALTAFEED run card: PARAR stops the night when an expected
      *> feed is missing or empty; anything else lets it proceed.
       77  WK-SHORT-ACTION PIC X(01) VALUE 'P'.
           88  STOP-ON-SHORT-FEED VALUE 'S'.
      *> SERIELOTE run card: the CONTADOR series the batch ids are
      *> drawn from; SOMA2 must be given the same one.
       77  WK-LOTE-SERIE   PIC X(08) VALUE 'SOMALOTE'.
       77  WK-CONF-STATUS  PIC X(02).
       77  WK-USO-STATUS   PIC X(02).
       77  WK-LOTE-COUNT   PIC 9(02) COMP VALUE 0.
       77  WK-LOTE-IX      PIC 9(02) COMP VALUE 0.
       77  WK-LOTE-VALUE   PIC 9(06) VALUE 0.
       77  WK-LOTE-ID      PIC X(08) VALUE SPACES.
       77  WK-LOTE-SHORT   PIC 9(02) VALUE 0.
       77  WK-LOTE-USED    PIC 9(05) VALUE 0.
       77  WK-LOTE-VOIDED  PIC 9(05) VALUE 0.
      *> Granted blocks left unused: a prefix that will not fit the
      *> two positions an eight-character batch id leaves for it,
      *> and blocks past the ten the table holds.
       77  WK-LOTE-BAD-PFX PIC 9(02) VALUE 0.
       77  WK-LOTE-EXCESS  PIC 9(02) VALUE 0.
           COPY WKERR.
           COPY WKAWTR.
           COPY WKAUDIT.
           COPY WKRUN.
           COPY WKCAL.
           COPY WKSUSP.
           COPY WKAMT.
           COPY WKCARD.
           COPY WKMSG.
           COPY WKSIM.
           COPY WKDIG.

      *> Tonight's blocks for the batch series, taken in NUMCONF
      *> order; WK-LOTE-NEXT is the next value still to be used.
       01  WK-LOTE-TABLE.
           05  WK-LOTE-ENTRY OCCURS 10 TIMES.
               10  WK-LOTE-PREFIX  PIC X(02).
               10  WK-LOTE-FIRST   PIC 9(05).
               10  WK-LOTE-LAST    PIC 9(05).
               10  WK-LOTE-NEXT    PIC 9(06).

       01  WK-ITEM-TABLE.
           05  WK-ITEM-ENTRY OCCURS 500 TIMES.
               10  WK-ITEM-RECORD  PIC X(95).
               10  WK-ITEM-TAKEN   PIC X(01).

       01  WK-FEED-RECORD.
           05  WK-FEED-TYPE        PIC X(01).
       01  WK-CTL-TABLE.
           05  WK-CTL-ENTRY OCCURS 5 TIMES.
               10  WK-CTL-FEED     PIC 9(02).
               10  WK-CTL-DEPT     PIC X(10).
               10  WK-CTL-CURRENCY PIC X(03).
      *> C collected, A feed not there, V no details, R rejected.
               10  WK-CTL-RESULT   PIC X(01).

       01  WK-RPT-HEADER       PIC X(50) VALUE
           'COLETA DOS FEEDS DEPARTAMENTAIS PARA SOMAIN'.
           05  FILLER            PIC X(14) VALUE '  REJEITADOS: '.
           05  WK-RPT-REJECTED   PIC Z9.

       01  WK-RPT-LOTE-LINE.
           05  FILLER            PIC X(16) VALUE 'SERIE DE LOTES: '.
           05  WK-RPT-LOTE-SERIE PIC X(08).
           05  FILLER            PIC X(10) VALUE '  USADOS: '.
           05  WK-RPT-LOTE-USED  PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE '  ANULADOS: '.
           05  WK-RPT-LOTE-VOID  PIC ZZZZ9.
           05  FILLER            PIC X(14) VALUE '  SEM NUMERO: '.
           05  WK-RPT-LOTE-SHORT PIC Z9.

       01  WK-RPT-CORR-LINE.
           05  FILLER            PIC X(17) VALUE 'CORRECAO  DEPTO: '.
           05  WK-RPT-CORR-DEPT  PIC X(10).
           05  FILLER            PIC X(08) VALUE '  LOTE: '.
           05  WK-RPT-CORR-BATCH PIC X(08).
           05  FILLER            PIC X(08) VALUE '  ITENS '.
           05  WK-RPT-CORR-ITEMS PIC ZZ9.
           05  FILLER            PIC X(08) VALUE '  TOTAL '.
           05  WK-RPT-CORR-TOTAL PIC Z(10)9,99-.

       01  WK-RPT-SHORT-LINE.
           05  FILLER            PIC X(17) VALUE 'FEED FALTANTE    '.
           05  FILLER            PIC X(07) VALUE 'DEPTO: '.
           05  WK-RPT-SHORT-DEPT PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-SHORT-WHY  PIC X(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-SHORT-DEC  PIC X(30).

       PROCEDURE DIVISION.

           MOVE 'SOMACOLL' TO RUN-CTL-STEP.
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.

           MOVE 'FALTAFEED' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND AND WK-CARD-TEXT(1:5) = 'PARAR'
               MOVE 'S' TO WK-SHORT-ACTION
           END-IF.
           MOVE 'SERIELOTE' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:8) TO WK-LOTE-SERIE
           END-IF.
           MOVE 'RETENCAO' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-KEEP-DAYS
           END-IF.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).

           OPEN OUTPUT COL-RPT-FILE.
           WRITE COL-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE COL-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           PERFORM LOAD-CONTROL-TABLE.
           IF WK-CTL-COUNT = 0
                   PERFORM LOG-OUTPUT-ERROR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-BATCH-NUMBERS
                   PERFORM COLLECT-ONE-FEED
                       VARYING WK-CTL-IX FROM 1 BY 1
                       UNTIL WK-CTL-IX > WK-CTL-COUNT
                   PERFORM COLLECT-SUSPENSE-ITEMS
                   CLOSE SOMA-OUT-FILE
                   PERFORM CHECK-EXPECTED-FEEDS
                       THRU CHECK-EXPECTED-FEEDS-EXIT
                   PERFORM CHECK-BATCH-NUMBERS
               END-IF
           END-IF.

           MOVE WK-COLLECTED TO WK-RPT-COLLECTED.
           MOVE WK-REJECTED TO WK-RPT-REJECTED.
           WRITE COL-RPT-LINE FROM WK-RPT-TOTALS.
           IF WK-CTL-COUNT > 0
               PERFORM RETURN-BATCH-NUMBERS
               MOVE WK-LOTE-SERIE TO WK-RPT-LOTE-SERIE
               MOVE WK-LOTE-USED TO WK-RPT-LOTE-USED
               MOVE WK-LOTE-VOIDED TO WK-RPT-LOTE-VOID
               MOVE WK-LOTE-SHORT TO WK-RPT-LOTE-SHORT
               WRITE COL-RPT-LINE FROM WK-RPT-LOTE-LINE
           END-IF.
           CLOSE COL-RPT-FILE.

           PERFORM WRITE-COLLECT-AUDIT.
           IF WK-PURGED > 0 AND NOT RUN-SIMULATED
               AND NOT TABLE-OVERFLOWED
               PERFORM WRITE-PURGE-AUDIT
           END-IF.

           DISPLAY 'SOMACOLL - ' WK-COLLECTED ' FEEDS COLETADOS, '
               WK-REJECTED ' REJEITADOS'.
                               ADD 1 TO WK-CTL-COUNT
                               MOVE DEPT-CTL-FEED
                                   TO WK-CTL-FEED (WK-CTL-COUNT)
                               MOVE DEPT-CTL-DEPT
                                   TO WK-CTL-DEPT (WK-CTL-COUNT)
                               MOVE DEPT-CTL-CURRENCY
                                   TO WK-CTL-CURRENCY (WK-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
       COLLECT-ONE-FEED.
           MOVE WK-CTL-FEED (WK-CTL-IX) TO WK-FEED-NO.
           MOVE WK-CTL-DEPT (WK-CTL-IX) TO WK-RPT-DEPT.
           MOVE SPACES TO WK-RPT-BATCH.
           MOVE WK-FEED-NO TO WK-RPT-FEED-NO.
           PERFORM VET-FEED-STRUCTURE.
           IF NOT FEED-REJECTED
               PERFORM TAKE-BATCH-ID
               IF WK-LOTE-ID = SPACES
                   SET FEED-REJECTED TO TRUE
                   MOVE 'SEM NUMERO DE LOTE' TO WK-FEED-REASON
                   ADD 1 TO WK-LOTE-SHORT
               ELSE
                   MOVE WK-LOTE-ID TO WK-RPT-BATCH
               END-IF
           END-IF.
           IF FEED-REJECTED
               ADD 1 TO WK-REJECTED
               MOVE WK-FEED-REASON TO WK-RPT-RESULT
               ADD 1 TO WK-COLLECTED
               MOVE 'COLETADO' TO WK-RPT-RESULT
           END-IF.
           EVALUATE TRUE
               WHEN NOT FEED-REJECTED
                   MOVE 'C' TO WK-CTL-RESULT (WK-CTL-IX)
               WHEN WK-FEED-REASON = 'FEED NAO DISPONIVEL'
                   MOVE 'A' TO WK-CTL-RESULT (WK-CTL-IX)
               WHEN WK-FEED-REASON = 'FEED SEM DETALHES'
                   MOVE 'V' TO WK-CTL-RESULT (WK-CTL-IX)
               WHEN OTHER
                   MOVE 'R' TO WK-CTL-RESULT (WK-CTL-IX)
           END-EVALUATE.
           WRITE COL-RPT-LINE FROM WK-RPT-FEED-LINE.

      *> A sound feed is an optional leading 'B' (replaced by the
       COPY-FEED-BATCH.
           MOVE SPACES TO SOMA-OUT-RECORD.
           MOVE 'B' TO SOMA-OUT-TYPE.
           MOVE WK-LOTE-ID TO SOMA-OUT-BATCH-ID.
           MOVE WK-CTL-DEPT (WK-CTL-IX) TO SOMA-OUT-BATCH-DEPT.
           MOVE WK-CTL-CURRENCY (WK-CTL-IX) TO SOMA-OUT-CURRENCY.
           WRITE SOMA-OUT-RECORD.
           MOVE 0 TO WK-FEED-RECNO.
           PERFORM OPEN-FEED-INPUT.
               WHEN 5 CLOSE DEPT-IN-5
           END-EVALUATE.

      *> Released suspense items go back into the deck as one
      *> correction batch per department, each with its own batch id
      *> from the series, so the correction is posted and journaled
      *> like any other batch. A department the series cannot number
      *> keeps its items released for the next night. The trailer is
      *> computed from the
      *> corrected pairs with SOMA2's own arithmetic; every item
      *> collected is marked sent and SUSPENSE is rewritten. Items
      *> already marked sent for this processing date are collected
      *> again, so a resubmitted SOMACOLL rebuilds the same deck.
      *> A simulation collects the items but leaves them unsent.
       COLLECT-SUSPENSE-ITEMS.
           PERFORM LOAD-SUSPENSE-TABLE.
           IF TABLE-OVERFLOWED
               PERFORM LOG-SUSPENSE-OVERFLOW-ERROR
           ELSE
               PERFORM VARYING WK-DEPT-IX FROM 1 BY 1
                   UNTIL WK-DEPT-IX > WK-ITEM-MAX
                   MOVE WK-ITEM-RECORD (WK-DEPT-IX) TO SUSP-RECORD
                   IF SUSP-RELEASED
                       OR (SUSP-SENT
                           AND SUSP-ACTION-DATE = CAL-PROC-DATE)
                       IF WK-ITEM-TAKEN (WK-DEPT-IX) = 'N'
                           MOVE SUSP-DEPT TO WK-CORR-DEPT
                           PERFORM TAKE-BATCH-ID
                           IF WK-LOTE-ID = SPACES
                               ADD 1 TO WK-LOTE-SHORT
                               PERFORM HOLD-CORRECTION-BATCH
                           ELSE
                               MOVE WK-LOTE-ID TO WK-CORR-BATCH
                               PERFORM WRITE-CORRECTION-BATCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF (WK-CORR-ITEMS > 0 OR WK-PURGED > 0)
                   AND NOT RUN-SIMULATED
                   PERFORM REWRITE-SUSPENSE-FILE
               END-IF
           END-IF.

       LOAD-SUSPENSE-TABLE.
           MOVE 0 TO WK-ITEM-MAX.
           MOVE 0 TO WK-PURGED.
           OPEN INPUT SUSP-FILE.
           IF WK-SUSP-STATUS = '00'
               PERFORM UNTIL WK-SUSP-STATUS = '10'
                   OR TABLE-OVERFLOWED
                   READ SUSP-FILE
                       AT END
                           MOVE '10' TO WK-SUSP-STATUS
                       NOT AT END
                           PERFORM KEEP-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           ELSE
               CLOSE SUSP-FILE
           END-IF.

      *> An item sent or written off more than WK-KEEP-DAYS before
      *> the processing date is not carried into the table, so the
      *> rewrite leaves it off the file; one sent tonight is always
      *> kept for a resubmission to collect again.
       KEEP-SUSPENSE-ITEM.
           MOVE SUSP-FILE-RECORD TO SUSP-RECORD.
           MOVE 0 TO WK-AGE-DAYS.
           IF (SUSP-SENT OR SUSP-WRITTEN-OFF)
               AND SUSP-ACTION-DATE IS NUMERIC
               AND SUSP-ACTION-DATE > 0
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(SUSP-ACTION-DATE)
           END-IF.
           EVALUATE TRUE
               WHEN WK-AGE-DAYS > WK-KEEP-DAYS
                   ADD 1 TO WK-PURGED
               WHEN WK-ITEM-MAX >= 500
                   SET TABLE-OVERFLOWED TO TRUE
               WHEN OTHER
                   ADD 1 TO WK-ITEM-MAX
                   MOVE SUSP-FILE-RECORD
                       TO WK-ITEM-RECORD (WK-ITEM-MAX)
                   MOVE 'N' TO WK-ITEM-TAKEN (WK-ITEM-MAX)
           END-EVALUATE.

      *> Writes the whole batch for WK-CORR-DEPT - the first
      *> released item of that department found - and marks every
      *> one of its released items sent, so the outer scan passes
      *> over them afterwards. The items are in the department's
      *> own currency, so the header carries its DEPTCTL currency.
       WRITE-CORRECTION-BATCH.
           MOVE SPACES TO SOMA-OUT-RECORD.
           MOVE 'B' TO SOMA-OUT-TYPE.
           MOVE WK-CORR-BATCH TO SOMA-OUT-BATCH-ID.
           MOVE WK-CORR-DEPT TO SOMA-OUT-BATCH-DEPT.
           PERFORM VARYING WK-CTL-IX FROM 1 BY 1
               UNTIL WK-CTL-IX > WK-CTL-COUNT
               IF WK-CTL-DEPT (WK-CTL-IX) = WK-CORR-DEPT
                   MOVE WK-CTL-CURRENCY (WK-CTL-IX)
                       TO SOMA-OUT-CURRENCY
               END-IF
           END-PERFORM.
           WRITE SOMA-OUT-RECORD.
           MOVE 0 TO WK-CORR-TOTAL.
           MOVE 0 TO WK-BATCH-ITEMS.
           PERFORM VARYING WK-ITEM-IX FROM WK-DEPT-IX BY 1
               UNTIL WK-ITEM-IX > WK-ITEM-MAX
               MOVE WK-ITEM-RECORD (WK-ITEM-IX) TO SUSP-RECORD
               IF (SUSP-RELEASED
                   OR (SUSP-SENT
                       AND SUSP-ACTION-DATE = CAL-PROC-DATE))
                   AND SUSP-DEPT = WK-CORR-DEPT
                   AND WK-ITEM-TAKEN (WK-ITEM-IX) = 'N'
                   MOVE SPACES TO SOMA-OUT-RECORD
                   MOVE 'D' TO SOMA-OUT-TYPE
                   MOVE SUSP-OP TO SOMA-OUT-OP
                   MOVE SUSP-X TO SOMA-OUT-X
                   MOVE SUSP-Y TO SOMA-OUT-Y
                   WRITE SOMA-OUT-RECORD
                   PERFORM ADD-CORRECTION-PAIR
                   SET SUSP-SENT TO TRUE
                   MOVE CAL-PROC-DATE TO SUSP-ACTION-DATE
                   MOVE SUSP-RECORD TO WK-ITEM-RECORD (WK-ITEM-IX)
                   MOVE 'Y' TO WK-ITEM-TAKEN (WK-ITEM-IX)
                   ADD 1 TO WK-CORR-ITEMS
                   ADD 1 TO WK-BATCH-ITEMS
               END-IF
           END-PERFORM.
           MOVE WK-CORR-TOTAL TO WK-CORR-EDIT.
           MOVE SPACES TO SOMA-OUT-RECORD.
           MOVE 'T' TO SOMA-OUT-TYPE.
           MOVE FUNCTION TRIM(WK-CORR-EDIT)
               TO SOMA-OUT-EXPECTED-TOTAL.
           WRITE SOMA-OUT-RECORD.
           ADD 1 TO WK-CORR-BATCHES.
           MOVE WK-CORR-DEPT TO WK-RPT-CORR-DEPT.
           MOVE WK-CORR-BATCH TO WK-RPT-CORR-BATCH.
           MOVE WK-BATCH-ITEMS TO WK-RPT-CORR-ITEMS.
           MOVE WK-CORR-TOTAL TO WK-RPT-CORR-TOTAL.
           WRITE COL-RPT-LINE FROM WK-RPT-CORR-LINE.

      *> Passes over a department's released items without sending
      *> them: they stay released on SUSPENSE for the next night.
       HOLD-CORRECTION-BATCH.
           PERFORM VARYING WK-ITEM-IX FROM WK-DEPT-IX BY 1
               UNTIL WK-ITEM-IX > WK-ITEM-MAX
               MOVE WK-ITEM-RECORD (WK-ITEM-IX) TO SUSP-RECORD
               IF SUSP-DEPT = WK-CORR-DEPT
                   MOVE 'Y' TO WK-ITEM-TAKEN (WK-ITEM-IX)
               END-IF
           END-PERFORM.

      *> Same operations and rounding as SOMA2's PROCESS-PAIR; the
      *> item passed the SOMA2 edits in SUSPMNT before release.
       ADD-CORRECTION-PAIR.
           MOVE 7 TO WK-AMT-MAX-DIG.
           MOVE SUSP-X TO WK-AMT-TEXT.
           PERFORM VALIDATE-AMOUNT.
           MOVE WK-AMT-VALUE TO WK-CORR-X.
           MOVE SUSP-Y TO WK-AMT-TEXT.
           PERFORM VALIDATE-AMOUNT.
           MOVE WK-AMT-VALUE TO WK-CORR-Y.
           MOVE 0 TO WK-CORR-RESULT.
           EVALUATE SUSP-OP
               WHEN 'S'
                   COMPUTE WK-CORR-RESULT = WK-CORR-X - WK-CORR-Y
               WHEN 'M'
                   COMPUTE WK-CORR-RESULT = WK-CORR-X * WK-CORR-Y
               WHEN 'D'
                   IF WK-CORR-Y NOT = 0
                       COMPUTE WK-CORR-RESULT ROUNDED =
                           WK-CORR-X / WK-CORR-Y
                   END-IF
               WHEN OTHER
                   COMPUTE WK-CORR-RESULT = WK-CORR-X + WK-CORR-Y
           END-EVALUATE.
           ADD WK-CORR-RESULT TO WK-CORR-TOTAL.

       REWRITE-SUSPENSE-FILE.
           OPEN OUTPUT SUSP-FILE.
           IF WK-SUSP-STATUS NOT = '00'
               PERFORM LOG-SUSPENSE-FILE-ERROR
               CLOSE SUSP-FILE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-ITEM-IX FROM 1 BY 1
                   UNTIL WK-ITEM-IX > WK-ITEM-MAX
                   MOVE WK-ITEM-RECORD (WK-ITEM-IX) TO SUSP-FILE-RECORD
                   WRITE SUSP-FILE-RECORD
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.

      *> Every department FEEDSCHD expects on the processing date's
      *> weekday must have come in with details. One with no DEPTCTL
      *> entry, no feed or an empty feed is short; each is recorded
      *> with the FALTAFEED decision. A structurally rejected feed
      *> is already on ERRLOG and is not counted again here.
       CHECK-EXPECTED-FEEDS.
           COMPUTE WK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).
           COMPUTE WK-WEEKDAY = FUNCTION MOD(WK-DATE-INT, 7).
           IF WK-WEEKDAY = 0 OR WK-WEEKDAY = 6
               GO TO CHECK-EXPECTED-FEEDS-EXIT
           END-IF.
           OPEN INPUT FEED-SCHD-FILE.
           IF WK-SCHD-STATUS NOT = '00'
               CLOSE FEED-SCHD-FILE
               GO TO CHECK-EXPECTED-FEEDS-EXIT
           END-IF.
           PERFORM UNTIL WK-SCHD-STATUS = '10'
               READ FEED-SCHD-FILE
                   AT END
                       MOVE '10' TO WK-SCHD-STATUS
                   NOT AT END
                       IF FSCH-DEPT NOT = SPACES
                           AND FSCH-DAY (WK-WEEKDAY) = 'S'
                           PERFORM CHECK-ONE-EXPECTED-FEED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-SCHD-FILE.
           IF WK-SHORT-FEEDS > 0
               IF STOP-ON-SHORT-FEED
                   MOVE 'SCL0001' TO OMSG-ID
                   MOVE 'A' TO OMSG-SEVERITY
                   MOVE SPACES TO OMSG-TEXT
                   STRING WK-SHORT-FEEDS ' FEED(S) ESPERADO(S) FALTANDO'
                       ' - NOITE INTERROMPIDA'
                       DELIMITED BY SIZE INTO OMSG-TEXT
                   PERFORM WRITE-OPS-MESSAGE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'SCL0002' TO OMSG-ID
                   MOVE 'W' TO OMSG-SEVERITY
                   MOVE SPACES TO OMSG-TEXT
                   STRING WK-SHORT-FEEDS ' FEED(S) ESPERADO(S) FALTANDO'
                       ' - NOITE PROSSEGUE'
                       DELIMITED BY SIZE INTO OMSG-TEXT
                   PERFORM WRITE-OPS-MESSAGE
               END-IF
           END-IF.
       CHECK-EXPECTED-FEEDS-EXIT.
           EXIT.

       CHECK-ONE-EXPECTED-FEED.
           MOVE 0 TO WK-CTL-POS.
           PERFORM VARYING WK-CTL-IX FROM 1 BY 1
               UNTIL WK-CTL-IX > WK-CTL-COUNT
               IF WK-CTL-DEPT (WK-CTL-IX) = FSCH-DEPT
                   MOVE WK-CTL-IX TO WK-CTL-POS
                   MOVE WK-CTL-COUNT TO WK-CTL-IX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WK-SHORT-REASON.
           IF WK-CTL-POS = 0
               MOVE 'AUSENTE' TO WK-SHORT-REASON
           ELSE
               IF WK-CTL-RESULT (WK-CTL-POS) = 'A'
                   MOVE 'AUSENTE' TO WK-SHORT-REASON
               END-IF
               IF WK-CTL-RESULT (WK-CTL-POS) = 'V'
                   MOVE 'VAZIO' TO WK-SHORT-REASON
               END-IF
           END-IF.
           IF WK-SHORT-REASON NOT = SPACES
               ADD 1 TO WK-SHORT-FEEDS
               MOVE FSCH-DEPT TO WK-RPT-SHORT-DEPT
               MOVE WK-SHORT-REASON TO WK-RPT-SHORT-WHY
               IF STOP-ON-SHORT-FEED
                   MOVE 'DECISAO: PARAR A NOITE' TO WK-RPT-SHORT-DEC
               ELSE
                   MOVE 'DECISAO: PROSSEGUIR SEM O FEED'
                       TO WK-RPT-SHORT-DEC
               END-IF
               WRITE COL-RPT-LINE FROM WK-RPT-SHORT-LINE
               PERFORM WRITE-SHORT-FEED-AUDIT
           END-IF.

      *> The batch series' blocks are tonight's NUMCONF grants to it,
      *> in full or in part; a refused request carries no range.
       LOAD-BATCH-NUMBERS.
           MOVE 0 TO WK-LOTE-COUNT.
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
                               PERFORM LOAD-ONE-BATCH-BLOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONF-FILE
           ELSE
               CLOSE CONF-FILE
           END-IF.

       LOAD-ONE-BATCH-BLOCK.
           EVALUATE TRUE
               WHEN BCNF-PREFIX(3:1) NOT = SPACE
                   OR BCNF-PREFIX(1:2) = SPACES
                   ADD 1 TO WK-LOTE-BAD-PFX
               WHEN WK-LOTE-COUNT >= 10
                   ADD 1 TO WK-LOTE-EXCESS
               WHEN OTHER
                   ADD 1 TO WK-LOTE-COUNT
                   MOVE BCNF-PREFIX(1:2)
                       TO WK-LOTE-PREFIX (WK-LOTE-COUNT)
                   MOVE BCNF-FIRST TO WK-LOTE-FIRST (WK-LOTE-COUNT)
                   MOVE BCNF-LAST TO WK-LOTE-LAST (WK-LOTE-COUNT)
                   MOVE BCNF-FIRST TO WK-LOTE-NEXT (WK-LOTE-COUNT)
           END-EVALUATE.

      *> Next unused value of tonight's blocks, formatted as the batch
      *> id (prefix, value, check digit); spaces when all are used.
       TAKE-BATCH-ID.
           MOVE SPACES TO WK-LOTE-ID.
           PERFORM VARYING WK-LOTE-IX FROM 1 BY 1
               UNTIL WK-LOTE-IX > WK-LOTE-COUNT
               OR WK-LOTE-ID NOT = SPACES
               IF WK-LOTE-NEXT (WK-LOTE-IX)
                   NOT > WK-LOTE-LAST (WK-LOTE-IX)
                   MOVE WK-LOTE-NEXT (WK-LOTE-IX) TO WK-DIGITO-VALUE
                   PERFORM COMPUTE-CHECK-DIGIT
                   MOVE WK-LOTE-PREFIX (WK-LOTE-IX) TO WK-LOTE-ID(1:2)
                   MOVE WK-DIGITO-VALUE TO WK-LOTE-ID(3:5)
                   MOVE WK-DIGITO-CHAR TO WK-LOTE-ID(8:1)
                   ADD 1 TO WK-LOTE-NEXT (WK-LOTE-IX)
               END-IF
           END-PERFORM.

      *> A granted block that could not be used is a warning on its
      *> own, whether or not the other blocks covered every batch.
      *> A batch left out for want of a number would leave the day's
      *> books short, so the night stops until the series is granted
      *> enough numbers and the step is resubmitted.
       CHECK-BATCH-NUMBERS.
           IF WK-LOTE-BAD-PFX > 0
               PERFORM LOG-BATCH-PREFIX-ERROR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WK-LOTE-EXCESS > 0
               PERFORM LOG-BATCH-EXCESS-ERROR
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WK-LOTE-SHORT > 0
               MOVE 'SCL0003' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-LOTE-SHORT ' LOTE(S) SEM NUMERO NA SERIE '
                   WK-LOTE-SERIE ' - NOITE INTERROMPIDA'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               PERFORM LOG-BATCH-NUMBER-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Once the deck stands, every number of tonight's blocks is
      *> returned on DOCUSO - used on a header or voided - so
      *> DOCRECON can close the series' ranges. A run that ends with
      *> any RETURN-CODE returns nothing: it will be resubmitted, and
      *> the resubmission stamps the same ids again.
       RETURN-BATCH-NUMBERS.
           PERFORM VARYING WK-LOTE-IX FROM 1 BY 1
               UNTIL WK-LOTE-IX > WK-LOTE-COUNT
               COMPUTE WK-LOTE-USED = WK-LOTE-USED
                   + WK-LOTE-NEXT (WK-LOTE-IX)
                   - WK-LOTE-FIRST (WK-LOTE-IX)
               COMPUTE WK-LOTE-VOIDED = WK-LOTE-VOIDED
                   + WK-LOTE-LAST (WK-LOTE-IX) + 1
                   - WK-LOTE-NEXT (WK-LOTE-IX)
           END-PERFORM.
           IF RETURN-CODE = 0 AND NOT RUN-SIMULATED
               AND WK-LOTE-COUNT > 0
               OPEN EXTEND USO-FILE
               IF WK-USO-STATUS = '35' OR WK-USO-STATUS = '05'
                   OPEN OUTPUT USO-FILE
               END-IF
               IF WK-USO-STATUS = '00'
                   PERFORM VARYING WK-LOTE-IX FROM 1 BY 1
                       UNTIL WK-LOTE-IX > WK-LOTE-COUNT
                       PERFORM VARYING WK-LOTE-VALUE
                           FROM WK-LOTE-FIRST (WK-LOTE-IX) BY 1
                           UNTIL WK-LOTE-VALUE
                               > WK-LOTE-LAST (WK-LOTE-IX)
                           PERFORM WRITE-BATCH-NUMBER-RETURN
                       END-PERFORM
                   END-PERFORM
               ELSE
                   PERFORM LOG-RETURN-FILE-ERROR
               END-IF
               CLOSE USO-FILE
           END-IF.

       WRITE-BATCH-NUMBER-RETURN.
           MOVE SPACES TO DUSO-RECORD.
           MOVE WK-LOTE-SERIE TO DUSO-STREAM-ID.
           MOVE WK-LOTE-PREFIX (WK-LOTE-IX) TO DUSO-DOC-PREFIX.
           MOVE WK-LOTE-VALUE TO WK-DIGITO-VALUE.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE WK-DIGITO-VALUE TO DUSO-DOC-VALUE.
           MOVE WK-DIGITO-CHAR TO DUSO-DOC-CHECK.
           IF WK-LOTE-VALUE < WK-LOTE-NEXT (WK-LOTE-IX)
               SET DUSO-USED TO TRUE
           ELSE
               SET DUSO-VOIDED TO TRUE
           END-IF.
           MOVE CAL-PROC-DATE TO DUSO-DATE.
           MOVE 'SOMACOLL' TO DUSO-SYSTEM.
           WRITE DUSO-RECORD.

       WRITE-SHORT-FEED-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'SOMACOLL' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           IF STOP-ON-SHORT-FEED
               STRING 'FEED FALTANTE DEPTO=' FSCH-DEPT ' '
                   WK-SHORT-REASON ' DECISAO=PARAR'
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           ELSE
               STRING 'FEED FALTANTE DEPTO=' FSCH-DEPT ' '
                   WK-SHORT-REASON ' DECISAO=PROSSEGUIR'
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-IF.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       WRITE-COLLECT-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'SOMACOLL' TO AUDIT-PROGRAM.
           STRING 'FEEDS COLETADOS=' WK-COLLECTED
               ' REJEITADOS=' WK-REJECTED
               ' CORRECAO LOTES=' WK-CORR-BATCHES
               ' ITENS=' WK-CORR-ITEMS
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       WRITE-PURGE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'SOMACOLL' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'SUSPENSE: EXPURGO ' WK-PURGED
               ' ITENS ENCERRADOS RETENCAO=' WK-KEEP-DAYS ' DIAS'
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-SUSPENSE-FILE-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO REGRAVAR SUSPENSE - STATUS '
               WK-SUSP-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-SUSPENSE-OVERFLOW-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'SUSPENSE: MAIS DE 500 ITENS A MANTER - CORRECOES'
               ' ADIADAS'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-BATCH-NUMBER-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'SERIE ' WK-LOTE-SERIE ' SEM NUMEROS PARA '
               WK-LOTE-SHORT ' LOTE(S) EM ' CAL-PROC-DATE
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-BATCH-PREFIX-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'SERIE ' WK-LOTE-SERIE ' ' WK-LOTE-BAD-PFX
               ' BLOCO(S) COM PREFIXO DE MAIS DE 2 POSICOES'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-BATCH-EXCESS-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'SERIE ' WK-LOTE-SERIE ' ' WK-LOTE-EXCESS
               ' BLOCO(S) IGNORADO(S) - LIMITE DE 10'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-RETURN-FILE-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           MOVE SPACES TO ERR-DETAIL.
           STRING 'FALHA AO GRAVAR DOCUSO - STATUS ' WK-USO-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-FEED-ERROR.
           MOVE 'SOMACOLL' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.

           COPY WKRUNP.

           COPY WKCALP.

           COPY WKAMTP.

           COPY WKCARDP.

           COPY WKMSGP.

           COPY WKDIGP.

       END PROGRAM SOMACOLL.
