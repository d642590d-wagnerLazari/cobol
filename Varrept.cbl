      ******************************************************************
      * Author:
      * Date:
      * Purpose: Day-over-day variance report for the night's
      *          volumes. EODREPT proves tonight's numbers reconcile
      *          but not that they look normal; this step compares
      *          them with the previous business day and with the
      *          average of the last JANELA business days (control
      *          card, default 5): the SOMA2 value posted per
      *          department (DEPTPOST), the FATIN request count, the
      *          numbers CONTADOR generated per series (SEQOUT) and
      *          the FIBIC terms. Anything that moved more than
      *          FAIXA percent (default 30) either way is flagged on
      *          VARRPT, and the MAIORES largest deviations (default
      *          3) raise an action-required operations message.
      *          The past nights come from VOLHIST, to which tonight
      *          is added at the end; entries older than
      *          PARM-RETENTION-DAYS are dropped on the same pass,
      *          via the VOLKEEP work dataset.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARREPT.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT VOLH-FILE ASSIGN TO "VOLHIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-VOLH-STATUS.

             SELECT KEEP-FILE ASSIGN TO "VOLKEEP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-KEEP-STATUS.

             SELECT DEPT-POST-FILE ASSIGN TO "DEPTPOST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DPOST-STATUS.

             SELECT FAT-IN-FILE ASSIGN TO "FATIN"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FATIN-STATUS.

             SELECT SEQ-OUT-FILE ASSIGN TO "SEQOUT"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SEQ-STATUS.

             SELECT FIB-IC-FILE ASSIGN TO "FIBIC"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FIBIC-STATUS.

             SELECT VAR-RPT-FILE ASSIGN TO "VARRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT PARM-FILE ASSIGN TO "PARMCTL"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-PARM-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  VOLH-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKVOLH.

        FD  KEEP-FILE
            LABEL RECORDS ARE STANDARD.
        01  KEEP-RECORD             PIC X(35).

        FD  DEPT-POST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDPOST.

        FD  FAT-IN-FILE
            LABEL RECORDS ARE STANDARD.
        01  FAT-IN-RECORD           PIC X(15).

        FD  SEQ-OUT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSEQ.

        FD  FIB-IC-FILE
            LABEL RECORDS ARE STANDARD.
        01  FIB-IC-FILE-RECORD      PIC X(14).

        FD  VAR-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  VAR-RPT-LINE            PIC X(100).

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-VOLH-STATUS  PIC X(02).
       77  WK-KEEP-STATUS  PIC X(02).
       77  WK-DPOST-STATUS PIC X(02).
       77  WK-FATIN-STATUS PIC X(02).
       77  WK-SEQ-STATUS   PIC X(02).
       77  WK-FIBIC-STATUS PIC X(02).
       77  WK-BAND-PCT     PIC 9(03) VALUE 30.
       77  WK-WINDOW-DAYS  PIC 9(02) VALUE 5.
       77  WK-TOP-MAX      PIC 9(02) VALUE 3.
       77  WK-RET-DAYS     PIC 9(05) VALUE 365.
       77  WK-TONIGHT      PIC 9(08) VALUE 0.
       77  WK-PREV-DATE    PIC 9(08) VALUE 0.
       77  WK-WINDOW-START PIC 9(08) VALUE 0.
       77  WK-STEP-DATE    PIC 9(08) VALUE 0.
       77  WK-WIN-COUNT    PIC 9(02) COMP VALUE 0.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-REC-INT      PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-KEPT-COUNT   PIC 9(07) VALUE 0.
       77  WK-DROP-COUNT   PIC 9(07) VALUE 0.
       77  WK-FILED-COUNT  PIC 9(05) VALUE 0.
       77  WK-ITEM-TOTAL   PIC 9(03) VALUE 0.
       77  WK-DAYS-SEEN    PIC 9(02) VALUE 0.
       77  WK-PREV-NIGHT   PIC X(01) VALUE 'N'.
           88  PREV-NIGHT-ON-FILE  VALUE 'Y'.
       77  WK-FIND-KIND    PIC X(01) VALUE SPACE.
       77  WK-FIND-KEY     PIC X(10) VALUE SPACES.
       77  WK-ITEM-COUNT   PIC 9(03) COMP VALUE 0.
       77  WK-ITEM-IX      PIC 9(03) COMP VALUE 0.
       77  WK-SCAN-IX      PIC 9(03) COMP VALUE 0.
       77  WK-BEST-IX      PIC 9(03) COMP VALUE 0.
       77  WK-ITEM-LOST    PIC 9(05) VALUE 0.
       77  WK-PRINT-KIND   PIC X(01) VALUE SPACE.
       77  WK-FLAG-COUNT   PIC 9(03) VALUE 0.
       77  WK-ALERT-COUNT  PIC 9(02) VALUE 0.
       77  WK-BASE         PIC S9(15)V99 VALUE 0.
       77  WK-BASE-SIZE    PIC 9(15)V99 VALUE 0.
       77  WK-KIND-NAME    PIC X(13) VALUE SPACES.
       77  WK-DEV          PIC S9(05)V9 VALUE 0.
       77  WK-DEV-STATE    PIC X(01) VALUE SPACE.
       77  WK-ABS-DEV      PIC 9(05)V9 VALUE 0.
      *> A deviation past this is shown (and ranked) at this value.
       77  WK-DEV-CAP      PIC 9(05)V9 VALUE 9999,9.
       77  WK-MSG-DEV      PIC -(4)9,9.
           COPY WKPARM.
           COPY WKCARD.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.
           COPY WKSIM.

      *> The business days of the averaging window, newest first.
       01  WK-WINDOW-TABLE.
           05  WK-WIN-DATE OCCURS 20 TIMES PIC 9(08).

      *> One entry per measure seen tonight or in the window. The
      *> deviation states: 'C' computed, 'Z' no volume on the base
      *> side but some tonight, 'N' no base night to compare with.
       01  WK-ITEM-TABLE.
           05  WK-ITEM-ENTRY OCCURS 200 TIMES.
               10  WK-ITEM-KIND     PIC X(01).
               10  WK-ITEM-KEY      PIC X(10).
               10  WK-ITEM-TODAY    PIC S9(13)V99.
               10  WK-ITEM-PREV     PIC S9(13)V99.
               10  WK-ITEM-WSUM     PIC S9(15)V99.
               10  WK-ITEM-AVG      PIC S9(13)V99.
               10  WK-ITEM-PREV-ST  PIC X(01).
               10  WK-ITEM-DEV-PREV PIC S9(05)V9.
               10  WK-ITEM-AVG-ST   PIC X(01).
               10  WK-ITEM-DEV-AVG  PIC S9(05)V9.
               10  WK-ITEM-SCORE    PIC 9(05)V9.
               10  WK-ITEM-FLAG     PIC X(01).
                   88  ITEM-IN-BAND     VALUE 'N'.
                   88  ITEM-OUT-OF-BAND VALUE 'F'.
                   88  ITEM-ALERTED     VALUE 'A'.
                   88  ITEM-NOT-RATED   VALUE 'S'.

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(31) VALUE
               'VARIACAO DIA A DIA DOS VOLUMES '.
           05  WK-RPT-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(09) VALUE '  FAIXA '.
           05  WK-RPT-HDR-BAND   PIC ZZ9.
           05  FILLER            PIC X(10) VALUE '%  JANELA '.
           05  WK-RPT-HDR-WINDOW PIC Z9.
           05  FILLER            PIC X(12) VALUE ' DIAS UTEIS'.

       01  WK-RPT-BASIS.
           05  FILLER            PIC X(22) VALUE
               'DIA UTIL ANTERIOR   '.
           05  WK-RPT-PREV-DATE  PIC 9(08).
           05  WK-RPT-PREV-NOTE  PIC X(16).
           05  FILLER            PIC X(22) VALUE
               '  NOITES NA MEDIA   '.
           05  WK-RPT-DAYS-SEEN  PIC Z9.
           05  FILLER            PIC X(04) VALUE ' DE '.
           05  WK-RPT-WIN-FROM   PIC 9(08).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(41) VALUE
               'ITEM          CHAVE                HOJE '.
           05  FILLER            PIC X(40) VALUE
               '       ANTERIOR    VAR%           MEDIA '.
           05  FILLER            PIC X(19) VALUE
               '   VAR%  SITUACAO'.

       01  WK-RPT-ITEM-LINE.
           05  WK-RPT-KIND-NAME  PIC X(13).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-KEY        PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-TODAY      PIC Z(10)9,99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-PREV       PIC Z(10)9,99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-DEV-PREV   PIC X(07).
           05  WK-RPT-DEV-PREV-N REDEFINES WK-RPT-DEV-PREV
                                 PIC -(4)9,9.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-AVG        PIC Z(10)9,99-.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-DEV-AVG    PIC X(07).
           05  WK-RPT-DEV-AVG-N  REDEFINES WK-RPT-DEV-AVG
                                 PIC -(4)9,9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RESULT     PIC X(10).

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(17) VALUE 'ITENS COMPARADOS '.
           05  WK-RPT-ITEMS      PIC ZZ9.
           05  FILLER            PIC X(16) VALUE '  FORA DA FAIXA '.
           05  WK-RPT-FLAGGED    PIC ZZ9.
           05  FILLER            PIC X(13) VALUE '  ALERTADOS '.
           05  WK-RPT-ALERTED    PIC Z9.

       01  WK-RPT-LOST.
           05  FILLER            PIC X(40) VALUE
               '*** TABELA DE ITENS CHEIA - DESCARTADOS '.
           05  WK-RPT-LOST-COUNT PIC Z(4)9.

       01  WK-RPT-NO-HISTORY   PIC X(60) VALUE
           'VOLHIST SEM NOITES ANTERIORES - NADA A COMPARAR'.

       01  WK-RPT-SIM-DEPT     PIC X(60) VALUE
           'SIMULACAO - DEPTPOST SEM POSTAGENS, DEPTOS NAO AVALIADOS'.

       PROCEDURE DIVISION.

           MOVE 'VARREPT' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.

           MOVE 'FAIXA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-BAND-PCT
           END-IF.
           MOVE 'JANELA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-WINDOW-DAYS
           END-IF.
           IF WK-WINDOW-DAYS = 0 OR WK-WINDOW-DAYS > 20
               MOVE 5 TO WK-WINDOW-DAYS
           END-IF.
           MOVE 'MAIORES' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-TOP-MAX
           END-IF.

           PERFORM OPEN-PARM-FILE.
           PERFORM CLOSE-PARM-FILE.
           IF PARM-RETENTION-DAYS IS NUMERIC
               AND PARM-RETENTION-DAYS > 0
               MOVE PARM-RETENTION-DAYS TO WK-RET-DAYS
           END-IF.

           PERFORM BUILD-WINDOW.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WK-TONIGHT).

           PERFORM LOAD-VOLUME-HISTORY.
           PERFORM GATHER-DEPT-POSTINGS.
           PERFORM COUNT-FATIN-REQUESTS.
           PERFORM COUNT-SEQOUT-NUMBERS.
           PERFORM COUNT-FIBIC-TERMS.

           PERFORM RATE-ONE-ITEM
               VARYING WK-ITEM-IX FROM 1 BY 1
               UNTIL WK-ITEM-IX > WK-ITEM-COUNT.

           PERFORM RAISE-TOP-DEVIATION WK-TOP-MAX TIMES.
           PERFORM PRINT-VARIANCE-REPORT.

           IF WK-FLAG-COUNT = 0
               MOVE 'VAR0002' TO OMSG-ID
               MOVE 'I' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'VOLUMES DE ' WK-TONIGHT ' DENTRO DA FAIXA DE '
                   WK-BAND-PCT '%'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

      *> A simulated night's volumes are not the night's volumes:
      *> VOLHIST is compared against but left as it was.
           IF NOT RUN-SIMULATED
               PERFORM REWRITE-VOLUME-HISTORY
           END-IF.

           PERFORM WRITE-VARIANCE-AUDIT.

           DISPLAY 'VARREPT - ' WK-ITEM-COUNT ' ITENS, '
               WK-FLAG-COUNT ' FORA DA FAIXA, '
               WK-ALERT-COUNT ' ALERTADOS'.

           PERFORM REGISTER-STEP-END.

           GOBACK.

      *> The window is the JANELA business days before tonight,
      *> walked back one at a time through the calendar service;
      *> the first of them is the previous business day.
       BUILD-WINDOW.
           MOVE CAL-PROC-DATE TO WK-TONIGHT.
           MOVE CAL-PREV-DATE TO WK-PREV-DATE.
           MOVE 0 TO WK-WIN-COUNT.
           MOVE WK-TONIGHT TO WK-STEP-DATE.
           PERFORM STEP-WINDOW-BACK WK-WINDOW-DAYS TIMES.
           MOVE WK-WIN-DATE (WK-WIN-COUNT) TO WK-WINDOW-START.
           MOVE WK-TONIGHT TO CAL-PROC-DATE.
           MOVE WK-PREV-DATE TO CAL-PREV-DATE.

       STEP-WINDOW-BACK.
           MOVE WK-STEP-DATE TO CAL-PROC-DATE.
           PERFORM PREVIOUS-BUSINESS-DAY.
           ADD 1 TO WK-WIN-COUNT.
           MOVE CAL-PREV-DATE TO WK-WIN-DATE (WK-WIN-COUNT).
           MOVE CAL-PREV-DATE TO WK-STEP-DATE.

      *> Same split discipline as RPTARCH: kept entries go to the
      *> work file as they are read; tonight's own entries (a
      *> rerun) and expired ones are dropped. Entries inside the
      *> window are added up on the way past.
       LOAD-VOLUME-HISTORY.
           OPEN OUTPUT KEEP-FILE.
           OPEN INPUT VOLH-FILE.
           IF WK-VOLH-STATUS NOT = '00'
               CLOSE VOLH-FILE
           ELSE
               PERFORM UNTIL WK-VOLH-STATUS = '10'
                   READ VOLH-FILE
                       AT END
                           MOVE '10' TO WK-VOLH-STATUS
                       NOT AT END
                           PERFORM CLASSIFY-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VOLH-FILE
           END-IF.
           CLOSE KEEP-FILE.

       CLASSIFY-HISTORY-ENTRY.
           MOVE 0 TO WK-AGE-DAYS.
           IF VOLH-DATE IS NUMERIC AND VOLH-DATE > 16010101
               COMPUTE WK-REC-INT =
                   FUNCTION INTEGER-OF-DATE(VOLH-DATE)
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-REC-INT
           END-IF.
           EVALUATE TRUE
               WHEN VOLH-DATE = WK-TONIGHT
                   CONTINUE
               WHEN WK-AGE-DAYS > WK-RET-DAYS
                   ADD 1 TO WK-DROP-COUNT
               WHEN OTHER
                   MOVE VOLH-RECORD TO KEEP-RECORD
                   WRITE KEEP-RECORD
                   ADD 1 TO WK-KEPT-COUNT
                   IF VOLH-DATE NOT < WK-WINDOW-START
                       AND VOLH-DATE < WK-TONIGHT
                       PERFORM TALLY-HISTORY-ENTRY
                   END-IF
           END-EVALUATE.

       TALLY-HISTORY-ENTRY.
           IF VOLH-IS-NIGHT
               ADD 1 TO WK-DAYS-SEEN
               IF VOLH-DATE = WK-PREV-DATE
                   SET PREV-NIGHT-ON-FILE TO TRUE
               END-IF
           ELSE
               MOVE VOLH-KIND TO WK-FIND-KIND
               MOVE VOLH-KEY TO WK-FIND-KEY
               PERFORM FIND-ITEM
               IF WK-ITEM-IX > 0
                   ADD VOLH-AMOUNT TO WK-ITEM-WSUM (WK-ITEM-IX)
                   IF VOLH-DATE = WK-PREV-DATE
                       ADD VOLH-AMOUNT TO WK-ITEM-PREV (WK-ITEM-IX)
                   END-IF
               END-IF
           END-IF.

      *> Returns the entry for WK-FIND-KIND/WK-FIND-KEY in
      *> WK-ITEM-IX, adding it when new; zero when the table is full.
       FIND-ITEM.
           MOVE 0 TO WK-ITEM-IX.
           PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
               UNTIL WK-SCAN-IX > WK-ITEM-COUNT OR WK-ITEM-IX > 0
               IF WK-ITEM-KIND (WK-SCAN-IX) = WK-FIND-KIND
                   AND WK-ITEM-KEY (WK-SCAN-IX) = WK-FIND-KEY
                   MOVE WK-SCAN-IX TO WK-ITEM-IX
               END-IF
           END-PERFORM.
           IF WK-ITEM-IX = 0
               IF WK-ITEM-COUNT < 200
                   ADD 1 TO WK-ITEM-COUNT
                   MOVE WK-ITEM-COUNT TO WK-ITEM-IX
                   MOVE WK-FIND-KIND TO WK-ITEM-KIND (WK-ITEM-IX)
                   MOVE WK-FIND-KEY TO WK-ITEM-KEY (WK-ITEM-IX)
                   MOVE 0 TO WK-ITEM-TODAY (WK-ITEM-IX)
                   MOVE 0 TO WK-ITEM-PREV (WK-ITEM-IX)
                   MOVE 0 TO WK-ITEM-WSUM (WK-ITEM-IX)
                   MOVE 0 TO WK-ITEM-AVG (WK-ITEM-IX)
                   MOVE 0 TO WK-ITEM-SCORE (WK-ITEM-IX)
                   SET ITEM-IN-BAND (WK-ITEM-IX) TO TRUE
               ELSE
                   ADD 1 TO WK-ITEM-LOST
               END-IF
           END-IF.

      *> Tonight's SOMA2 postings only - a SOMAREV reversal is a
      *> correction, not volume.
       GATHER-DEPT-POSTINGS.
           MOVE 'D' TO WK-FIND-KIND.
           OPEN INPUT DEPT-POST-FILE.
           IF WK-DPOST-STATUS = '00'
               PERFORM UNTIL WK-DPOST-STATUS = '10'
                   READ DEPT-POST-FILE
                       AT END
                           MOVE '10' TO WK-DPOST-STATUS
                       NOT AT END
                           IF DPOST-DATE = WK-TONIGHT
                               AND DPOST-IS-POSTING
                               MOVE DPOST-DEPT TO WK-FIND-KEY
                               PERFORM FIND-ITEM
                               IF WK-ITEM-IX > 0
                                   ADD DPOST-AMOUNT
                                       TO WK-ITEM-TODAY (WK-ITEM-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-POST-FILE
           ELSE
               CLOSE DEPT-POST-FILE
           END-IF.

       COUNT-FATIN-REQUESTS.
           MOVE 'F' TO WK-FIND-KIND.
           MOVE 'FATIN' TO WK-FIND-KEY.
           PERFORM FIND-ITEM.
           OPEN INPUT FAT-IN-FILE.
           IF WK-FATIN-STATUS = '00'
               PERFORM UNTIL WK-FATIN-STATUS = '10'
                   READ FAT-IN-FILE
                       AT END
                           MOVE '10' TO WK-FATIN-STATUS
                       NOT AT END
                           IF WK-ITEM-IX > 0
                               ADD 1 TO WK-ITEM-TODAY (WK-ITEM-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAT-IN-FILE
           ELSE
               CLOSE FAT-IN-FILE
           END-IF.

       COUNT-SEQOUT-NUMBERS.
           MOVE 'S' TO WK-FIND-KIND.
           OPEN INPUT SEQ-OUT-FILE.
           IF WK-SEQ-STATUS = '00'
               PERFORM UNTIL WK-SEQ-STATUS = '10'
                   READ SEQ-OUT-FILE
                       AT END
                           MOVE '10' TO WK-SEQ-STATUS
                       NOT AT END
                           IF SEQ-REC-TYPE = 'D'
                               MOVE SEQ-STREAM-ID TO WK-FIND-KEY
                               PERFORM FIND-ITEM
                               IF WK-ITEM-IX > 0
                                   ADD 1 TO WK-ITEM-TODAY (WK-ITEM-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-OUT-FILE
           ELSE
               CLOSE SEQ-OUT-FILE
           END-IF.

       COUNT-FIBIC-TERMS.
           MOVE 'B' TO WK-FIND-KIND.
           MOVE 'FIBIC' TO WK-FIND-KEY.
           PERFORM FIND-ITEM.
           OPEN INPUT FIB-IC-FILE.
           IF WK-FIBIC-STATUS = '00'
               PERFORM UNTIL WK-FIBIC-STATUS = '10'
                   READ FIB-IC-FILE
                       AT END
                           MOVE '10' TO WK-FIBIC-STATUS
                       NOT AT END
                           IF WK-ITEM-IX > 0
                               ADD 1 TO WK-ITEM-TODAY (WK-ITEM-IX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIB-IC-FILE
           ELSE
               CLOSE FIB-IC-FILE
           END-IF.

      *> An item is out of band when it moved more than FAIXA
      *> percent against either base, or has volume tonight where
      *> its base had none. In a simulation the departments are not
      *> rated: SOMA2 posted nothing to DEPTPOST.
       RATE-ONE-ITEM.
           IF WK-DAYS-SEEN > 0
               COMPUTE WK-ITEM-AVG (WK-ITEM-IX) ROUNDED =
                   WK-ITEM-WSUM (WK-ITEM-IX) / WK-DAYS-SEEN
           END-IF.
           MOVE 'N' TO WK-ITEM-PREV-ST (WK-ITEM-IX).
           MOVE 0 TO WK-ITEM-DEV-PREV (WK-ITEM-IX).
           IF PREV-NIGHT-ON-FILE
               MOVE WK-ITEM-PREV (WK-ITEM-IX) TO WK-BASE
               PERFORM COMPUTE-DEVIATION
               MOVE WK-DEV-STATE TO WK-ITEM-PREV-ST (WK-ITEM-IX)
               MOVE WK-DEV TO WK-ITEM-DEV-PREV (WK-ITEM-IX)
               PERFORM SCORE-DEVIATION
           END-IF.
           MOVE 'N' TO WK-ITEM-AVG-ST (WK-ITEM-IX).
           MOVE 0 TO WK-ITEM-DEV-AVG (WK-ITEM-IX).
           IF WK-DAYS-SEEN > 0
               MOVE WK-ITEM-AVG (WK-ITEM-IX) TO WK-BASE
               PERFORM COMPUTE-DEVIATION
               MOVE WK-DEV-STATE TO WK-ITEM-AVG-ST (WK-ITEM-IX)
               MOVE WK-DEV TO WK-ITEM-DEV-AVG (WK-ITEM-IX)
               PERFORM SCORE-DEVIATION
           END-IF.
           EVALUATE TRUE
               WHEN RUN-SIMULATED AND WK-ITEM-KIND (WK-ITEM-IX) = 'D'
                   SET ITEM-NOT-RATED (WK-ITEM-IX) TO TRUE
               WHEN WK-ITEM-PREV-ST (WK-ITEM-IX) = 'Z'
                   OR WK-ITEM-AVG-ST (WK-ITEM-IX) = 'Z'
                   OR WK-ITEM-SCORE (WK-ITEM-IX) > WK-BAND-PCT
                   SET ITEM-OUT-OF-BAND (WK-ITEM-IX) TO TRUE
                   ADD 1 TO WK-FLAG-COUNT
               WHEN OTHER
                   SET ITEM-IN-BAND (WK-ITEM-IX) TO TRUE
           END-EVALUATE.

      *> Percent change of tonight's figure over WK-BASE, measured
      *> against the size of the base so a negative department
      *> balance moves the same way as a positive one.
       COMPUTE-DEVIATION.
           MOVE 0 TO WK-DEV.
           IF WK-BASE < 0
               COMPUTE WK-BASE-SIZE = 0 - WK-BASE
           ELSE
               MOVE WK-BASE TO WK-BASE-SIZE
           END-IF.
           EVALUATE TRUE
               WHEN WK-BASE = 0 AND WK-ITEM-TODAY (WK-ITEM-IX) = 0
                   MOVE 'C' TO WK-DEV-STATE
               WHEN WK-BASE = 0
                   MOVE 'Z' TO WK-DEV-STATE
                   MOVE WK-DEV-CAP TO WK-DEV
               WHEN OTHER
                   MOVE 'C' TO WK-DEV-STATE
                   COMPUTE WK-DEV ROUNDED =
                       (WK-ITEM-TODAY (WK-ITEM-IX) - WK-BASE) * 100
                       / WK-BASE-SIZE
                       ON SIZE ERROR
                           IF WK-ITEM-TODAY (WK-ITEM-IX) < WK-BASE
                               COMPUTE WK-DEV = 0 - WK-DEV-CAP
                           ELSE
                               MOVE WK-DEV-CAP TO WK-DEV
                           END-IF
                   END-COMPUTE
           END-EVALUATE.

       SCORE-DEVIATION.
           IF WK-DEV < 0
               COMPUTE WK-ABS-DEV = 0 - WK-DEV
           ELSE
               MOVE WK-DEV TO WK-ABS-DEV
           END-IF.
           IF WK-ABS-DEV > WK-DEV-CAP
               MOVE WK-DEV-CAP TO WK-ABS-DEV
           END-IF.
           IF WK-ABS-DEV > WK-ITEM-SCORE (WK-ITEM-IX)
               MOVE WK-ABS-DEV TO WK-ITEM-SCORE (WK-ITEM-IX)
           END-IF.

       PRINT-VARIANCE-REPORT.
           OPEN OUTPUT VAR-RPT-FILE.
           MOVE WK-TONIGHT TO WK-RPT-HDR-DATE.
           MOVE WK-BAND-PCT TO WK-RPT-HDR-BAND.
           MOVE WK-WINDOW-DAYS TO WK-RPT-HDR-WINDOW.
           WRITE VAR-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE VAR-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           MOVE WK-PREV-DATE TO WK-RPT-PREV-DATE.
           IF PREV-NIGHT-ON-FILE
               MOVE SPACES TO WK-RPT-PREV-NOTE
           ELSE
               MOVE ' (SEM REGISTRO)' TO WK-RPT-PREV-NOTE
           END-IF.
           MOVE WK-DAYS-SEEN TO WK-RPT-DAYS-SEEN.
           MOVE WK-WINDOW-START TO WK-RPT-WIN-FROM.
           WRITE VAR-RPT-LINE FROM WK-RPT-BASIS.
           IF WK-DAYS-SEEN = 0
               WRITE VAR-RPT-LINE FROM WK-RPT-NO-HISTORY
           END-IF.
           IF RUN-SIMULATED
               WRITE VAR-RPT-LINE FROM WK-RPT-SIM-DEPT
           END-IF.
           WRITE VAR-RPT-LINE FROM WK-RPT-COL-HDR.
           MOVE 'D' TO WK-PRINT-KIND.
           PERFORM PRINT-ONE-KIND.
           MOVE 'F' TO WK-PRINT-KIND.
           PERFORM PRINT-ONE-KIND.
           MOVE 'S' TO WK-PRINT-KIND.
           PERFORM PRINT-ONE-KIND.
           MOVE 'B' TO WK-PRINT-KIND.
           PERFORM PRINT-ONE-KIND.
           IF WK-ITEM-LOST > 0
               MOVE WK-ITEM-LOST TO WK-RPT-LOST-COUNT
               WRITE VAR-RPT-LINE FROM WK-RPT-LOST
           END-IF.
           MOVE WK-ITEM-COUNT TO WK-RPT-ITEMS.
           MOVE WK-FLAG-COUNT TO WK-RPT-FLAGGED.
           MOVE WK-ALERT-COUNT TO WK-RPT-ALERTED.
           WRITE VAR-RPT-LINE FROM WK-RPT-TOTALS.
           CLOSE VAR-RPT-FILE.

       PRINT-ONE-KIND.
           PERFORM VARYING WK-ITEM-IX FROM 1 BY 1
               UNTIL WK-ITEM-IX > WK-ITEM-COUNT
               IF WK-ITEM-KIND (WK-ITEM-IX) = WK-PRINT-KIND
                   PERFORM PRINT-ONE-ITEM
               END-IF
           END-PERFORM.

       PRINT-ONE-ITEM.
           MOVE WK-ITEM-KIND (WK-ITEM-IX) TO WK-FIND-KIND.
           PERFORM NAME-ITEM-KIND.
           MOVE WK-KIND-NAME TO WK-RPT-KIND-NAME.
           MOVE WK-ITEM-KEY (WK-ITEM-IX) TO WK-RPT-KEY.
           MOVE WK-ITEM-TODAY (WK-ITEM-IX) TO WK-RPT-TODAY.
           MOVE WK-ITEM-PREV (WK-ITEM-IX) TO WK-RPT-PREV.
           MOVE WK-ITEM-AVG (WK-ITEM-IX) TO WK-RPT-AVG.
           EVALUATE WK-ITEM-PREV-ST (WK-ITEM-IX)
               WHEN 'C'
                   MOVE WK-ITEM-DEV-PREV (WK-ITEM-IX)
                       TO WK-RPT-DEV-PREV-N
               WHEN 'Z'
                   MOVE '   NOVO' TO WK-RPT-DEV-PREV
               WHEN OTHER
                   MOVE '      -' TO WK-RPT-DEV-PREV
           END-EVALUATE.
           EVALUATE WK-ITEM-AVG-ST (WK-ITEM-IX)
               WHEN 'C'
                   MOVE WK-ITEM-DEV-AVG (WK-ITEM-IX)
                       TO WK-RPT-DEV-AVG-N
               WHEN 'Z'
                   MOVE '   NOVO' TO WK-RPT-DEV-AVG
               WHEN OTHER
                   MOVE '      -' TO WK-RPT-DEV-AVG
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ITEM-ALERTED (WK-ITEM-IX)
                   MOVE '*** ALERTA' TO WK-RPT-RESULT
               WHEN ITEM-OUT-OF-BAND (WK-ITEM-IX)
                   MOVE '*** FORA' TO WK-RPT-RESULT
               WHEN ITEM-NOT-RATED (WK-ITEM-IX)
                   MOVE 'SIMULACAO' TO WK-RPT-RESULT
               WHEN OTHER
                   MOVE 'OK' TO WK-RPT-RESULT
           END-EVALUATE.
           WRITE VAR-RPT-LINE FROM WK-RPT-ITEM-LINE.

       NAME-ITEM-KIND.
           EVALUATE WK-FIND-KIND
               WHEN 'D'
                   MOVE 'SOMA2 DEPTO' TO WK-KIND-NAME
               WHEN 'F'
                   MOVE 'FATIN PEDIDOS' TO WK-KIND-NAME
               WHEN 'S'
                   MOVE 'SEQOUT SERIE' TO WK-KIND-NAME
               WHEN OTHER
                   MOVE 'FIBIC TERMOS' TO WK-KIND-NAME
           END-EVALUATE.

      *> Each pass raises the largest deviation not yet raised.
       RAISE-TOP-DEVIATION.
           MOVE 0 TO WK-BEST-IX.
           PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
               UNTIL WK-SCAN-IX > WK-ITEM-COUNT
               IF ITEM-OUT-OF-BAND (WK-SCAN-IX)
                   IF WK-BEST-IX = 0
                       MOVE WK-SCAN-IX TO WK-BEST-IX
                   ELSE
                       IF WK-ITEM-SCORE (WK-SCAN-IX)
                           > WK-ITEM-SCORE (WK-BEST-IX)
                           MOVE WK-SCAN-IX TO WK-BEST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WK-BEST-IX > 0
               SET ITEM-ALERTED (WK-BEST-IX) TO TRUE
               ADD 1 TO WK-ALERT-COUNT
               MOVE WK-ITEM-SCORE (WK-BEST-IX) TO WK-MSG-DEV
               MOVE WK-ITEM-KIND (WK-BEST-IX) TO WK-FIND-KIND
               PERFORM NAME-ITEM-KIND
               MOVE 'VAR0001' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-KIND-NAME ' ' WK-ITEM-KEY (WK-BEST-IX)
                   ' VARIOU ' FUNCTION TRIM(WK-MSG-DEV)
                   '% (FAIXA ' WK-BAND-PCT '%)'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

      *> Kept entries back first, then tonight: the night marker and
      *> every measure that had volume.
       REWRITE-VOLUME-HISTORY.
           OPEN OUTPUT VOLH-FILE.
           IF WK-VOLH-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR VOLHIST - STATUS '
                   WK-VOLH-STATUS
               CLOSE VOLH-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT KEEP-FILE
               PERFORM UNTIL WK-KEEP-STATUS = '10'
                   READ KEEP-FILE
                       AT END
                           MOVE '10' TO WK-KEEP-STATUS
                       NOT AT END
                           MOVE KEEP-RECORD TO VOLH-RECORD
                           WRITE VOLH-RECORD
                   END-READ
               END-PERFORM
               CLOSE KEEP-FILE
               MOVE WK-TONIGHT TO VOLH-DATE
               SET VOLH-IS-NIGHT TO TRUE
               MOVE SPACES TO VOLH-KEY
               MOVE WK-ITEM-COUNT TO VOLH-AMOUNT
               WRITE VOLH-RECORD
               PERFORM FILE-ONE-ITEM
                   VARYING WK-ITEM-IX FROM 1 BY 1
                   UNTIL WK-ITEM-IX > WK-ITEM-COUNT
               CLOSE VOLH-FILE
           END-IF.

       FILE-ONE-ITEM.
           IF WK-ITEM-TODAY (WK-ITEM-IX) NOT = 0
               MOVE WK-TONIGHT TO VOLH-DATE
               MOVE WK-ITEM-KIND (WK-ITEM-IX) TO VOLH-KIND
               MOVE WK-ITEM-KEY (WK-ITEM-IX) TO VOLH-KEY
               MOVE WK-ITEM-TODAY (WK-ITEM-IX) TO VOLH-AMOUNT
               WRITE VOLH-RECORD
               ADD 1 TO WK-FILED-COUNT
           END-IF.

       WRITE-VARIANCE-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'VARREPT' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           MOVE WK-ITEM-COUNT TO WK-ITEM-TOTAL.
           STRING 'VARIACAO ITENS=' WK-ITEM-TOTAL
               ' FORA=' WK-FLAG-COUNT
               ' FAIXA=' WK-BAND-PCT
               ' JANELA=' WK-WINDOW-DAYS
               ' GRAVADOS=' WK-FILED-COUNT
               ' EXPIRADOS=' WK-DROP-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKPARMP.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

       END PROGRAM VARREPT.
