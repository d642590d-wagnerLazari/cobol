      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly exhaustion forecast for CONTADOR's named
      *          series, so a series about to run dry is seen days
      *          ahead instead of at 2 a.m. when CONTADOR traps the
      *          overflow. For every active STREAMDEF series it takes
      *          the last value issued (STRMPOS), the headroom left
      *          to the series' ceiling and the average consumption
      *          per processing day over the last JANELA days of
      *          CONTADOR HISTORY entries, and from those projects
      *          the business date (CALENDAR, via CALDATE) on which
      *          the series can no longer be served. The ceiling is
      *          the STREAMDEF limit when CONTADOR issues on demand
      *          (NUMREQ allocated, as in its own step); a series
      *          issued in fixed quantities carries its position on
      *          past that limit, so for it the ceiling is the
      *          99999 capacity of the counter. A series projected
      *          to run out within DIAS business days is flagged on
      *          FCSTRPT and raises an action-required operations
      *          message, and the run ends with RETURN-CODE 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMFCST.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT STRM-DEF-FILE ASSIGN TO "STREAMDEF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-STRMDEF-STATUS.

             SELECT POS-FILE ASSIGN TO "STRMPOS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-POS-STATUS.

             SELECT REQ-FILE ASSIGN TO "NUMREQ"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-REQ-STATUS.

             SELECT HIST-FILE ASSIGN TO "HISTORY"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-FILE-KEY
                 FILE STATUS IS WK-HISTFILE-STATUS.

             SELECT FCST-RPT-FILE ASSIGN TO "FCSTRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  STRM-DEF-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSTRM.

        FD  POS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKSPOS.

        FD  REQ-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKBREQ.

        FD  HIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKHISTF.

        FD  FCST-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  FCST-RPT-LINE           PIC X(100).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-STRMDEF-STATUS PIC X(02).
       77  WK-POS-STATUS   PIC X(02).
       77  WK-REQ-STATUS   PIC X(02).
       77  WK-STRM-COUNT   PIC 9(02) VALUE 0.
       77  WK-STRM-IX      PIC 9(02) COMP VALUE 0.
       77  WK-POS-IX       PIC 9(02) COMP VALUE 0.
       77  WK-ALERT-DAYS   PIC 9(03) VALUE 10.
       77  WK-WINDOW-DAYS  PIC 9(03) VALUE 28.
       77  WK-WINDOW-START PIC 9(08) VALUE 0.
       77  WK-DATE-INT     PIC S9(07) VALUE 0.
       77  WK-LAST-RUN-DATE PIC 9(08) VALUE 0.
       77  WK-RUN-DAYS     PIC 9(03) VALUE 0.
       77  WK-HIST-ID      PIC X(08) VALUE SPACES.
       77  WK-HEADROOM     PIC 9(05) VALUE 0.
       77  WK-AVERAGE      PIC 9(05)V99 VALUE 0.
      *> Beyond this many business days the forecast is not worth a
      *> date - nor the calendar walk to find one.
       77  WK-MAX-DAYS     PIC 9(05) VALUE 9999.
       77  WK-DAYS-LEFT    PIC 9(07) VALUE 0.
       77  WK-ALERTS       PIC 9(03) VALUE 0.
       77  WK-DEMAND       PIC X(01) VALUE 'N'.
           88  DEMAND-DRIVEN       VALUE 'Y'.
           COPY WKHIST.
           COPY WKCARD.
           COPY WKERR.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKMSG.

      *> The active series with their position and the consumption
      *> gathered from HISTORY. CONTADOR takes at most 20.
       01  WK-STRM-TABLE.
           05  WK-STRM-ENTRY OCCURS 20 TIMES.
               10  WK-STRM-ID      PIC X(08).
               10  WK-STRM-START   PIC 9(05).
               10  WK-STRM-LIMIT   PIC 9(05).
               10  WK-STRM-POS     PIC 9(05).
               10  WK-STRM-USED    PIC 9(07).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(36) VALUE
               'PREVISAO DE ESGOTAMENTO DE SERIES - '.
           05  WK-RPT-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(10) VALUE '  JANELA '.
           05  WK-RPT-HDR-WINDOW PIC ZZ9.
           05  FILLER            PIC X(18) VALUE ' DIAS  ALERTA ATE '.
           05  WK-RPT-HDR-ALERT  PIC ZZ9.
           05  FILLER            PIC X(12) VALUE ' DIAS UTEIS'.

       01  WK-RPT-BASIS.
           05  FILLER            PIC X(28) VALUE
               'DIAS COM EXECUCAO NA JANELA '.
           05  WK-RPT-RUN-DAYS   PIC ZZ9.
           05  FILLER            PIC X(09) VALUE '  TETO = '.
           05  WK-RPT-CEILING    PIC X(40).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(45) VALUE
               'SERIE   POSICAO  LIMITE   FOLGA  MEDIA/DIA   '.
           05  FILLER            PIC X(40) VALUE
               'DIAS UTEIS  ESGOTA EM   SITUACAO'.

       01  WK-RPT-STRM-LINE.
           05  WK-RPT-ID         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-POS        PIC Z(4)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-LIMIT      PIC Z(4)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-HEADROOM   PIC Z(4)9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-AVERAGE    PIC Z(4)9,99.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-DAYS       PIC X(10).
           05  WK-RPT-DAYS-EDIT REDEFINES WK-RPT-DAYS.
               10  FILLER        PIC X(05).
               10  WK-RPT-DAYS-NUM PIC Z(4)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RUNOUT     PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RESULT     PIC X(20).

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(17) VALUE 'SERIES ATIVAS   '.
           05  WK-RPT-STRM-TOTAL PIC ZZ9.
           05  FILLER            PIC X(14) VALUE '  EM ALERTA '.
           05  WK-RPT-ALERTS     PIC ZZ9.

       01  WK-RPT-NO-STREAMS   PIC X(50) VALUE
           'STREAMDEF SEM SERIES ATIVAS - NADA A PREVER'.

       01  WK-RPT-NO-HISTORY   PIC X(50) VALUE
           'ARQUIVO HISTORY NAO DISPONIVEL - SEM CONSUMO'.

       PROCEDURE DIVISION.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.

           MOVE 'DIAS' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-ALERT-DAYS
           END-IF.
           MOVE 'JANELA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND FUNCTION TRIM(WK-CARD-TEXT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-CARD-TEXT) TO WK-WINDOW-DAYS
           END-IF.
           IF WK-WINDOW-DAYS = 0
               MOVE 28 TO WK-WINDOW-DAYS
           END-IF.
           COMPUTE WK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE)
               - WK-WINDOW-DAYS + 1.
           COMPUTE WK-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WK-DATE-INT).

           PERFORM CHECK-REQUEST-DECK.
           PERFORM LOAD-STREAM-DEFS.
           PERFORM LOAD-STREAM-POSITIONS.

           OPEN OUTPUT FCST-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           MOVE WK-WINDOW-DAYS TO WK-RPT-HDR-WINDOW.
           MOVE WK-ALERT-DAYS TO WK-RPT-HDR-ALERT.
           WRITE FCST-RPT-LINE FROM WK-RPT-HEADER.

           IF WK-STRM-COUNT = 0
               WRITE FCST-RPT-LINE FROM WK-RPT-NO-STREAMS
           ELSE
               PERFORM GATHER-CONSUMPTION
               MOVE WK-RUN-DAYS TO WK-RPT-RUN-DAYS
               IF DEMAND-DRIVEN
                   MOVE 'LIMITE DA STREAMDEF (SOB DEMANDA)'
                       TO WK-RPT-CEILING
               ELSE
                   MOVE 'CAPACIDADE DO CONTADOR (99999)'
                       TO WK-RPT-CEILING
               END-IF
               WRITE FCST-RPT-LINE FROM WK-RPT-BASIS
               WRITE FCST-RPT-LINE FROM WK-RPT-COL-HDR
               PERFORM FORECAST-ONE-STREAM
                   VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-COUNT
           END-IF.

           MOVE WK-STRM-COUNT TO WK-RPT-STRM-TOTAL.
           MOVE WK-ALERTS TO WK-RPT-ALERTS.
           WRITE FCST-RPT-LINE FROM WK-RPT-TOTALS.
           CLOSE FCST-RPT-FILE.

           PERFORM WRITE-FORECAST-AUDIT.

           DISPLAY 'STRMFCST - ' WK-STRM-COUNT ' SERIES, '
               WK-ALERTS ' EM ALERTA'.

           IF WK-ALERTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> Same test CONTADOR makes: an allocated request deck means
      *> the series are issued on demand against their limit.
       CHECK-REQUEST-DECK.
           OPEN INPUT REQ-FILE.
           IF WK-REQ-STATUS = '00'
               SET DEMAND-DRIVEN TO TRUE
               CLOSE REQ-FILE
           ELSE
               CLOSE REQ-FILE
           END-IF.

       LOAD-STREAM-DEFS.
           MOVE 0 TO WK-STRM-COUNT.
           OPEN INPUT STRM-DEF-FILE.
           IF WK-STRMDEF-STATUS = '00'
               PERFORM UNTIL WK-STRMDEF-STATUS = '10'
                   READ STRM-DEF-FILE
                       AT END
                           MOVE '10' TO WK-STRMDEF-STATUS
                       NOT AT END
                           PERFORM ADD-STREAM-DEF
                   END-READ
               END-PERFORM
               CLOSE STRM-DEF-FILE
           ELSE
               CLOSE STRM-DEF-FILE
               PERFORM LOG-STREAMDEF-ERROR
           END-IF.

      *> Only the series CONTADOR would issue from tonight; retired
      *> and malformed ones are of no concern here.
       ADD-STREAM-DEF.
           IF STRM-DEF-ACTIVE
               AND STRM-DEF-ID NOT = SPACES
               AND STRM-DEF-START IS NUMERIC
               AND STRM-DEF-LIMIT IS NUMERIC
               AND STRM-DEF-START <= STRM-DEF-LIMIT
               AND WK-STRM-COUNT < 20
               ADD 1 TO WK-STRM-COUNT
               MOVE STRM-DEF-ID TO WK-STRM-ID (WK-STRM-COUNT)
               MOVE STRM-DEF-START TO WK-STRM-START (WK-STRM-COUNT)
               MOVE STRM-DEF-LIMIT TO WK-STRM-LIMIT (WK-STRM-COUNT)
               COMPUTE WK-STRM-POS (WK-STRM-COUNT) =
                   WK-STRM-START (WK-STRM-COUNT) - 1
               MOVE 0 TO WK-STRM-USED (WK-STRM-COUNT)
           END-IF.

      *> A series not yet on STRMPOS has issued nothing: its
      *> position stays one short of its STREAMDEF start.
       LOAD-STREAM-POSITIONS.
           OPEN INPUT POS-FILE.
           IF WK-POS-STATUS = '00'
               PERFORM UNTIL WK-POS-STATUS = '10'
                   READ POS-FILE
                       AT END
                           MOVE '10' TO WK-POS-STATUS
                       NOT AT END
                           IF STRM-POS-LAST IS NUMERIC
                               PERFORM APPLY-STREAM-POSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POS-FILE
           ELSE
               CLOSE POS-FILE
           END-IF.

       APPLY-STREAM-POSITION.
           PERFORM VARYING WK-STRM-IX FROM 1 BY 1
               UNTIL WK-STRM-IX > WK-STRM-COUNT
               IF WK-STRM-ID (WK-STRM-IX) = STRM-POS-ID
                   MOVE STRM-POS-LAST TO WK-STRM-POS (WK-STRM-IX)
                   MOVE WK-STRM-COUNT TO WK-STRM-IX
               END-IF
           END-PERFORM.

      *> CONTADOR files one HISTORY entry per series per run, its
      *> detail opening with 'SERIE=' and the id, and the quantity
      *> issued in HIST-CONT-COUNT. The average is taken over the
      *> processing days CONTADOR actually ran in the window, so a
      *> day it did not run does not dilute the rate.
       GATHER-CONSUMPTION.
           MOVE 0 TO WK-RUN-DAYS.
           MOVE 0 TO WK-LAST-RUN-DATE.
           OPEN INPUT HIST-FILE.
           IF WK-HISTFILE-STATUS NOT = '00'
               WRITE FCST-RPT-LINE FROM WK-RPT-NO-HISTORY
               PERFORM LOG-HISTORY-ERROR
           ELSE
               MOVE WK-WINDOW-START TO HIST-FILE-RUN-DATE
               MOVE LOW-VALUES TO HIST-FILE-PROGRAM
               MOVE 0 TO HIST-FILE-RUN-SEQ
               START HIST-FILE KEY NOT < HIST-FILE-KEY
                   INVALID KEY
                       MOVE '10' TO WK-HISTFILE-STATUS
               END-START
               PERFORM UNTIL WK-HISTFILE-STATUS NOT = '00'
                   READ HIST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WK-HISTFILE-STATUS
                       NOT AT END
                           MOVE HIST-FILE-RECORD TO HIST-RECORD
                           IF HIST-RUN-DATE > CAL-PROC-DATE
                               MOVE '10' TO WK-HISTFILE-STATUS
                           ELSE
                               IF HIST-PROGRAM = 'CONTADOR'
                                   PERFORM TALLY-HISTORY-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       TALLY-HISTORY-ENTRY.
           IF HIST-RUN-DATE NOT = WK-LAST-RUN-DATE
               ADD 1 TO WK-RUN-DAYS
               MOVE HIST-RUN-DATE TO WK-LAST-RUN-DATE
           END-IF.
           IF HIST-DETAIL(1:6) = 'SERIE='
               AND HIST-CONT-COUNT IS NUMERIC
               MOVE HIST-DETAIL(7:8) TO WK-HIST-ID
               PERFORM VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-COUNT
                   IF WK-STRM-ID (WK-STRM-IX) = WK-HIST-ID
                       ADD HIST-CONT-COUNT TO WK-STRM-USED (WK-STRM-IX)
                       MOVE WK-STRM-COUNT TO WK-STRM-IX
                   END-IF
               END-PERFORM
           END-IF.

      *> Business days of cover = whole days the headroom still
      *> serves at the average rate; the series runs out on the
      *> business day after the last one it can serve in full.
       FORECAST-ONE-STREAM.
           MOVE SPACES TO WK-RPT-DAYS.
           MOVE SPACES TO WK-RPT-RUNOUT.
           MOVE WK-STRM-ID (WK-STRM-IX) TO WK-RPT-ID.
           MOVE WK-STRM-POS (WK-STRM-IX) TO WK-RPT-POS.
           IF DEMAND-DRIVEN
               MOVE WK-STRM-LIMIT (WK-STRM-IX) TO WK-RPT-LIMIT
               IF WK-STRM-POS (WK-STRM-IX)
                   < WK-STRM-LIMIT (WK-STRM-IX)
                   COMPUTE WK-HEADROOM =
                       WK-STRM-LIMIT (WK-STRM-IX)
                       - WK-STRM-POS (WK-STRM-IX)
               ELSE
                   MOVE 0 TO WK-HEADROOM
               END-IF
           ELSE
               MOVE 99999 TO WK-RPT-LIMIT
               COMPUTE WK-HEADROOM = 99999 - WK-STRM-POS (WK-STRM-IX)
           END-IF.
           MOVE WK-HEADROOM TO WK-RPT-HEADROOM.
           MOVE 0 TO WK-AVERAGE.
           IF WK-RUN-DAYS > 0
               COMPUTE WK-AVERAGE ROUNDED =
                   WK-STRM-USED (WK-STRM-IX) / WK-RUN-DAYS
           END-IF.
           MOVE WK-AVERAGE TO WK-RPT-AVERAGE.
           EVALUATE TRUE
               WHEN WK-HEADROOM = 0
                   MOVE 0 TO WK-RPT-DAYS-NUM
                   MOVE CAL-PROC-DATE TO WK-RPT-RUNOUT
                   MOVE 'ESGOTADA - ALERTA' TO WK-RPT-RESULT
                   PERFORM RAISE-STREAM-ALERT
               WHEN WK-AVERAGE = 0
                   MOVE '         -' TO WK-RPT-DAYS
                   MOVE 'SEM CONSUMO' TO WK-RPT-RESULT
               WHEN OTHER
                   COMPUTE WK-DAYS-LEFT =
                       WK-HEADROOM / WK-AVERAGE + 1
                   IF WK-DAYS-LEFT > WK-MAX-DAYS
                       MOVE ' > 9999' TO WK-RPT-DAYS
                       MOVE 'OK' TO WK-RPT-RESULT
                   ELSE
                       MOVE WK-DAYS-LEFT TO WK-RPT-DAYS-NUM
                       MOVE WK-DAYS-LEFT TO CAL-BUS-DAYS
                       PERFORM ADD-BUSINESS-DAYS
                       MOVE CAL-TARGET-DATE TO WK-RPT-RUNOUT
                       IF WK-DAYS-LEFT <= WK-ALERT-DAYS
                           MOVE 'ALERTA' TO WK-RPT-RESULT
                           PERFORM RAISE-STREAM-ALERT
                       ELSE
                           MOVE 'OK' TO WK-RPT-RESULT
                       END-IF
                   END-IF
           END-EVALUATE.
           WRITE FCST-RPT-LINE FROM WK-RPT-STRM-LINE.

       RAISE-STREAM-ALERT.
           ADD 1 TO WK-ALERTS.
           MOVE 'FCS0001' TO OMSG-ID.
           MOVE 'A' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'SERIE ' WK-STRM-ID (WK-STRM-IX)
               ' ESGOTA ' WK-RPT-RUNOUT(1:8)
               ' FOLGA ' WK-HEADROOM
               ' - AMPLIAR'
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

       WRITE-FORECAST-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'STRMFCST' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'PREVISAO SERIES=' WK-STRM-COUNT
               ' ALERTAS=' WK-ALERTS
               ' JANELA=' WK-WINDOW-DAYS
               ' LIMIAR=' WK-ALERT-DAYS
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-STREAMDEF-ERROR.
           MOVE 'STRMFCST' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'STREAMDEF INDISPONIVEL - STATUS ' WK-STRMDEF-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-HISTORY-ERROR.
           MOVE 'STRMFCST' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'HISTORY INDISPONIVEL - STATUS ' WK-HISTFILE-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKCALP.

           COPY WKMSGP.

       END PROGRAM STRMFCST.
