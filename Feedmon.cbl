      ******************************************************************
      * Author:
      * Date:
      * Purpose: Evening monitor of the department feeds SOMACOLL
      *          will collect overnight, so a department that has
      *          not sent its feed is chased the same evening rather
      *          than found the next day in a wrong DEPTSTMT balance.
      *          For the processing date it takes every department
      *          FEEDSCHD expects that weekday (none on a weekend or
      *          CALENDAR holiday), looks for its DEPTIN feed through
      *          DEPTCTL and lists it on FEEDMRPT as received on
      *          time, late (first seen after its cutoff), empty (no
      *          detail records), missing (cutoff passed and nothing
      *          there) or still pending (cutoff not yet reached).
      *          The first sighting of each feed is kept on FEEDARR
      *          so it can be run several times an evening. Missing
      *          and empty feeds raise an action-required operations
      *          message and end the run with RETURN-CODE 4; late
      *          feeds raise a warning.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDMON.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT FEED-SCHD-FILE ASSIGN TO "FEEDSCHD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-SCHD-STATUS.

             SELECT DEPT-CTL-FILE ASSIGN TO "DEPTCTL"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CTL-STATUS.

             SELECT FEED-ARR-FILE ASSIGN TO "FEEDARR"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ARR-STATUS.

             SELECT DEPT-IN-1 ASSIGN TO "DEPTIN01"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FEED-STATUS.

             SELECT DEPT-IN-2 ASSIGN TO "DEPTIN02"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FEED-STATUS.

             SELECT DEPT-IN-3 ASSIGN TO "DEPTIN03"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FEED-STATUS.

             SELECT DEPT-IN-4 ASSIGN TO "DEPTIN04"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FEED-STATUS.

             SELECT DEPT-IN-5 ASSIGN TO "DEPTIN05"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-FEED-STATUS.

             SELECT MON-RPT-FILE ASSIGN TO "FEEDMRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  FEED-SCHD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFSCHD.

      * Same control record SOMACOLL reads: feed allocation number,
      * batch id, department id and currency.
        FD  DEPT-CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01  DEPT-CTL-RECORD.
            05  DEPT-CTL-FEED       PIC 9(02).
            05  DEPT-CTL-BATCH      PIC X(08).
            05  DEPT-CTL-DEPT       PIC X(10).
            05  DEPT-CTL-CURRENCY   PIC X(03).

        FD  FEED-ARR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFARR.

        FD  DEPT-IN-1
            LABEL RECORDS ARE STANDARD.
        01  DEPT-IN-RECORD-1        PIC X(22).

        FD  DEPT-IN-2
            LABEL RECORDS ARE STANDARD.
        01  DEPT-IN-RECORD-2        PIC X(22).

        FD  DEPT-IN-3
            LABEL RECORDS ARE STANDARD.
        01  DEPT-IN-RECORD-3        PIC X(22).

        FD  DEPT-IN-4
            LABEL RECORDS ARE STANDARD.
        01  DEPT-IN-RECORD-4        PIC X(22).

        FD  DEPT-IN-5
            LABEL RECORDS ARE STANDARD.
        01  DEPT-IN-RECORD-5        PIC X(22).

        FD  MON-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  MON-RPT-LINE            PIC X(80).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-SCHD-STATUS  PIC X(02).
       77  WK-CTL-STATUS   PIC X(02).
       77  WK-ARR-STATUS   PIC X(02).
       77  WK-FEED-STATUS  PIC X(02).
       77  WK-CTL-COUNT    PIC 9(02) COMP VALUE 0.
       77  WK-CTL-IX       PIC 9(02) COMP VALUE 0.
       77  WK-FEED-NO      PIC 9(02) COMP VALUE 0.
       77  WK-FEED-EOF     PIC X(01) VALUE 'N'.
       77  WK-FEED-DETAILS PIC 9(05) VALUE 0.
       77  WK-ARR-COUNT    PIC 9(03) COMP VALUE 0.
       77  WK-ARR-IX       PIC 9(03) COMP VALUE 0.
       77  WK-ARR-POS      PIC 9(03) COMP VALUE 0.
       77  WK-NEW-ARRIVALS PIC 9(03) VALUE 0.
       77  WK-TODAY        PIC 9(08) VALUE 0.
       77  WK-NOW-TIME     PIC 9(04) VALUE 0.
       77  WK-DEFAULT-CUTOFF PIC 9(04) VALUE 1800.
       77  WK-CUTOFF       PIC 9(04) VALUE 0.
       77  WK-WEEKDAY      PIC 9(01) VALUE 0.
       77  WK-DATE-INT     PIC S9(07) VALUE 0.
       77  WK-EXPECTED     PIC 9(03) VALUE 0.
       77  WK-ON-TIME      PIC 9(03) VALUE 0.
       77  WK-LATE         PIC 9(03) VALUE 0.
       77  WK-EMPTY        PIC 9(03) VALUE 0.
       77  WK-MISSING      PIC 9(03) VALUE 0.
       77  WK-PENDING      PIC 9(03) VALUE 0.
      *> Set when the processing date is not today - a weekend or
      *> CALENDAR holiday evening, when no feed is expected.
       77  WK-BUSINESS-DAY PIC X(01) VALUE 'Y'.
           88  TODAY-IS-BUSINESS-DAY VALUE 'Y'.
           COPY WKCARD.
           COPY WKERR.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKMSG.

       01  WK-FEED-RECORD.
           05  WK-FEED-TYPE        PIC X(01).
           05  FILLER              PIC X(21).

       01  WK-CTL-TABLE.
           05  WK-CTL-ENTRY OCCURS 5 TIMES.
               10  WK-CTL-FEED     PIC 9(02).
               10  WK-CTL-DEPT     PIC X(10).

      *> Tonight's FEEDARR sightings, existing and new; only the new
      *> ones are appended at the end.
       01  WK-ARR-TABLE.
           05  WK-ARR-ENTRY OCCURS 100 TIMES.
               10  WK-ARR-DEPT     PIC X(10).
               10  WK-ARR-TIME     PIC 9(04).
               10  WK-ARR-DETAILS  PIC 9(05).
               10  WK-ARR-LATE     PIC X(01).
               10  WK-ARR-NEW      PIC X(01).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(36) VALUE
               'MONITOR DE FEEDS DEPARTAMENTAIS - '.
           05  WK-RPT-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(07) VALUE '  HORA '.
           05  WK-RPT-HDR-TIME   PIC 9(04).

       01  WK-RPT-COL-HDR      PIC X(80) VALUE
           'DEPTO      FEED  CORTE  CHEGADA  DETALHES  SITUACAO'.

       01  WK-RPT-FEED-LINE.
           05  WK-RPT-DEPT       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-FEED-NO    PIC Z9.
           05  FILLER            PIC X(03) VALUE SPACES.
           05  WK-RPT-CUTOFF     PIC 9(04).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  WK-RPT-ARRIVAL    PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-DETAILS    PIC Z(7)9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RESULT     PIC X(30).

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(10) VALUE 'ESPERADOS '.
           05  WK-RPT-EXPECTED   PIC ZZ9.
           05  FILLER            PIC X(08) VALUE '  PRAZO '.
           05  WK-RPT-ON-TIME    PIC ZZ9.
           05  FILLER            PIC X(12) VALUE '  ATRASADOS '.
           05  WK-RPT-LATE       PIC ZZ9.
           05  FILLER            PIC X(09) VALUE '  VAZIOS '.
           05  WK-RPT-EMPTY      PIC ZZ9.
           05  FILLER            PIC X(11) VALUE '  AUSENTES '.
           05  WK-RPT-MISSING    PIC ZZ9.
           05  FILLER            PIC X(12) VALUE '  PENDENTES '.
           05  WK-RPT-PENDING    PIC ZZ9.

       01  WK-RPT-NO-BUSINESS  PIC X(50) VALUE
           'DIA NAO UTIL - NENHUM FEED ESPERADO'.

       01  WK-RPT-NO-SCHEDULE  PIC X(50) VALUE
           'ARQUIVO FEEDSCHD NAO DISPONIVEL'.

       PROCEDURE DIVISION.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.

           MOVE 'CORTE' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               AND WK-CARD-TEXT(1:4) IS NUMERIC
               AND WK-CARD-TEXT(1:4) < '2400'
               MOVE WK-CARD-TEXT(1:4) TO WK-DEFAULT-CUTOFF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WK-NOW-TIME.
      *> CALDATE rolls a weekend or holiday back to the last
      *> business day, so a processing date other than today means
      *> nothing is due this evening.
           IF CAL-PROC-DATE NOT = WK-TODAY
               MOVE 'N' TO WK-BUSINESS-DAY
           END-IF.
           COMPUTE WK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).
           COMPUTE WK-WEEKDAY = FUNCTION MOD(WK-DATE-INT, 7).

           OPEN OUTPUT MON-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           MOVE WK-NOW-TIME TO WK-RPT-HDR-TIME.
           WRITE MON-RPT-LINE FROM WK-RPT-HEADER.

           IF NOT TODAY-IS-BUSINESS-DAY
               OR WK-WEEKDAY = 0 OR WK-WEEKDAY = 6
               WRITE MON-RPT-LINE FROM WK-RPT-NO-BUSINESS
           ELSE
               PERFORM LOAD-CONTROL-TABLE
               PERFORM LOAD-ARRIVALS
               PERFORM CHECK-SCHEDULED-FEEDS
               PERFORM APPEND-NEW-ARRIVALS
           END-IF.

           MOVE WK-EXPECTED TO WK-RPT-EXPECTED.
           MOVE WK-ON-TIME TO WK-RPT-ON-TIME.
           MOVE WK-LATE TO WK-RPT-LATE.
           MOVE WK-EMPTY TO WK-RPT-EMPTY.
           MOVE WK-MISSING TO WK-RPT-MISSING.
           MOVE WK-PENDING TO WK-RPT-PENDING.
           WRITE MON-RPT-LINE FROM WK-RPT-TOTALS.
           CLOSE MON-RPT-FILE.

           PERFORM WRITE-MONITOR-AUDIT.

           DISPLAY 'FEEDMON - ' WK-EXPECTED ' ESPERADOS, '
               WK-MISSING ' AUSENTES, ' WK-EMPTY ' VAZIOS, '
               WK-LATE ' ATRASADOS'.

           IF WK-MISSING > 0 OR WK-EMPTY > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-CONTROL-TABLE.
           MOVE 0 TO WK-CTL-COUNT.
           OPEN INPUT DEPT-CTL-FILE.
           IF WK-CTL-STATUS = '00'
               PERFORM UNTIL WK-CTL-STATUS = '10'
                   READ DEPT-CTL-FILE
                       AT END
                           MOVE '10' TO WK-CTL-STATUS
                       NOT AT END
                           IF DEPT-CTL-FEED IS NUMERIC
                               AND DEPT-CTL-FEED >= 1
                               AND DEPT-CTL-FEED <= 5
                               AND WK-CTL-COUNT < 5
                               ADD 1 TO WK-CTL-COUNT
                               MOVE DEPT-CTL-FEED
                                   TO WK-CTL-FEED (WK-CTL-COUNT)
                               MOVE DEPT-CTL-DEPT
                                   TO WK-CTL-DEPT (WK-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-CTL-FILE
           ELSE
               CLOSE DEPT-CTL-FILE
           END-IF.

       LOAD-ARRIVALS.
           MOVE 0 TO WK-ARR-COUNT.
           OPEN INPUT FEED-ARR-FILE.
           IF WK-ARR-STATUS = '00'
               PERFORM UNTIL WK-ARR-STATUS = '10'
                   READ FEED-ARR-FILE
                       AT END
                           MOVE '10' TO WK-ARR-STATUS
                       NOT AT END
                           IF FARR-DATE = CAL-PROC-DATE
                               AND WK-ARR-COUNT < 100
                               ADD 1 TO WK-ARR-COUNT
                               MOVE FARR-DEPT
                                   TO WK-ARR-DEPT (WK-ARR-COUNT)
                               MOVE FARR-TIME
                                   TO WK-ARR-TIME (WK-ARR-COUNT)
                               MOVE FARR-DETAILS
                                   TO WK-ARR-DETAILS (WK-ARR-COUNT)
                               MOVE FARR-LATE
                                   TO WK-ARR-LATE (WK-ARR-COUNT)
                               MOVE 'N' TO WK-ARR-NEW (WK-ARR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-ARR-FILE
           ELSE
               CLOSE FEED-ARR-FILE
           END-IF.

       CHECK-SCHEDULED-FEEDS.
           OPEN INPUT FEED-SCHD-FILE.
           IF WK-SCHD-STATUS NOT = '00'
               CLOSE FEED-SCHD-FILE
               WRITE MON-RPT-LINE FROM WK-RPT-NO-SCHEDULE
               PERFORM LOG-SCHEDULE-ERROR
           ELSE
               WRITE MON-RPT-LINE FROM WK-RPT-COL-HDR
               PERFORM UNTIL WK-SCHD-STATUS = '10'
                   READ FEED-SCHD-FILE
                       AT END
                           MOVE '10' TO WK-SCHD-STATUS
                       NOT AT END
                           IF FSCH-DEPT NOT = SPACES
                               AND FSCH-DAY (WK-WEEKDAY) = 'S'
                               PERFORM CHECK-ONE-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-SCHD-FILE
           END-IF.

      *> A department with no DEPTCTL entry has nowhere to deliver,
      *> so it is treated as not having sent its feed.
       CHECK-ONE-FEED.
           ADD 1 TO WK-EXPECTED.
           IF FSCH-CUTOFF IS NUMERIC AND FSCH-CUTOFF > 0
               MOVE FSCH-CUTOFF TO WK-CUTOFF
           ELSE
               MOVE WK-DEFAULT-CUTOFF TO WK-CUTOFF
           END-IF.
           MOVE 0 TO WK-FEED-NO.
           PERFORM VARYING WK-CTL-IX FROM 1 BY 1
               UNTIL WK-CTL-IX > WK-CTL-COUNT
               IF WK-CTL-DEPT (WK-CTL-IX) = FSCH-DEPT
                   MOVE WK-CTL-FEED (WK-CTL-IX) TO WK-FEED-NO
                   MOVE WK-CTL-COUNT TO WK-CTL-IX
               END-IF
           END-PERFORM.
           MOVE FSCH-DEPT TO WK-RPT-DEPT.
           MOVE WK-FEED-NO TO WK-RPT-FEED-NO.
           MOVE WK-CUTOFF TO WK-RPT-CUTOFF.
           MOVE SPACES TO WK-RPT-ARRIVAL.
           MOVE 0 TO WK-RPT-DETAILS.
           MOVE 0 TO WK-FEED-DETAILS.
           MOVE '99' TO WK-FEED-STATUS.
           IF WK-FEED-NO > 0
               PERFORM COUNT-FEED-DETAILS
           END-IF.
           EVALUATE TRUE
               WHEN WK-FEED-STATUS NOT = '00'
                   AND WK-NOW-TIME < WK-CUTOFF
                   ADD 1 TO WK-PENDING
                   MOVE 'PENDENTE - CORTE NAO ATINGIDO'
                       TO WK-RPT-RESULT
               WHEN WK-FEED-STATUS NOT = '00'
                   ADD 1 TO WK-MISSING
                   IF WK-FEED-NO = 0
                       MOVE 'AUSENTE - SEM FEED NO DEPTCTL'
                           TO WK-RPT-RESULT
                   ELSE
                       MOVE 'AUSENTE' TO WK-RPT-RESULT
                   END-IF
                   MOVE 'FDM0001' TO OMSG-ID
                   MOVE 'A' TO OMSG-SEVERITY
                   MOVE SPACES TO OMSG-TEXT
                   STRING 'FEED DO DEPTO ' FSCH-DEPT
                       ' AUSENTE APOS O CORTE ' WK-CUTOFF
                       DELIMITED BY SIZE INTO OMSG-TEXT
                   PERFORM WRITE-OPS-MESSAGE
               WHEN WK-FEED-DETAILS = 0
                   ADD 1 TO WK-EMPTY
                   MOVE 'VAZIO - SEM DETALHES' TO WK-RPT-RESULT
                   MOVE 'FDM0001' TO OMSG-ID
                   MOVE 'A' TO OMSG-SEVERITY
                   MOVE SPACES TO OMSG-TEXT
                   STRING 'FEED DO DEPTO ' FSCH-DEPT
                       ' RECEBIDO VAZIO'
                       DELIMITED BY SIZE INTO OMSG-TEXT
                   PERFORM WRITE-OPS-MESSAGE
               WHEN OTHER
                   PERFORM RECORD-ARRIVAL
                   MOVE WK-ARR-TIME (WK-ARR-POS) TO WK-RPT-ARRIVAL
                   MOVE WK-FEED-DETAILS TO WK-RPT-DETAILS
                   IF WK-ARR-LATE (WK-ARR-POS) = 'L'
                       ADD 1 TO WK-LATE
                       MOVE 'ATRASADO' TO WK-RPT-RESULT
                       MOVE 'FDM0002' TO OMSG-ID
                       MOVE 'W' TO OMSG-SEVERITY
                       MOVE SPACES TO OMSG-TEXT
                       STRING 'FEED DO DEPTO ' FSCH-DEPT
                           ' CHEGOU ' WK-ARR-TIME (WK-ARR-POS)
                           ' APOS O CORTE ' WK-CUTOFF
                           DELIMITED BY SIZE INTO OMSG-TEXT
                       PERFORM WRITE-OPS-MESSAGE
                   ELSE
                       ADD 1 TO WK-ON-TIME
                       MOVE 'RECEBIDO NO PRAZO' TO WK-RPT-RESULT
                   END-IF
           END-EVALUATE.
           WRITE MON-RPT-LINE FROM WK-RPT-FEED-LINE.

      *> Leaves WK-FEED-STATUS '00' when the feed is there; header
      *> and trailer records are not details.
       COUNT-FEED-DETAILS.
           PERFORM OPEN-FEED-INPUT.
           IF WK-FEED-STATUS NOT = '00'
               PERFORM CLOSE-FEED-INPUT
               MOVE '35' TO WK-FEED-STATUS
           ELSE
               MOVE 'N' TO WK-FEED-EOF
               PERFORM UNTIL WK-FEED-EOF = 'Y'
                   PERFORM READ-FEED-RECORD
                   IF WK-FEED-EOF = 'N'
                       AND WK-FEED-TYPE NOT = 'B'
                       AND WK-FEED-TYPE NOT = 'T'
                       ADD 1 TO WK-FEED-DETAILS
                   END-IF
               END-PERFORM
               PERFORM CLOSE-FEED-INPUT
               MOVE '00' TO WK-FEED-STATUS
           END-IF.

      *> The first sighting stands: a feed already on the register
      *> keeps its time and verdict; a new one is stamped now and
      *> judged against its cutoff.
       RECORD-ARRIVAL.
           MOVE 0 TO WK-ARR-POS.
           PERFORM VARYING WK-ARR-IX FROM 1 BY 1
               UNTIL WK-ARR-IX > WK-ARR-COUNT
               IF WK-ARR-DEPT (WK-ARR-IX) = FSCH-DEPT
                   MOVE WK-ARR-IX TO WK-ARR-POS
                   MOVE WK-ARR-COUNT TO WK-ARR-IX
               END-IF
           END-PERFORM.
           IF WK-ARR-POS = 0
               IF WK-ARR-COUNT < 100
                   ADD 1 TO WK-ARR-COUNT
               END-IF
               MOVE WK-ARR-COUNT TO WK-ARR-POS
               MOVE FSCH-DEPT TO WK-ARR-DEPT (WK-ARR-POS)
               MOVE WK-NOW-TIME TO WK-ARR-TIME (WK-ARR-POS)
               MOVE WK-FEED-DETAILS TO WK-ARR-DETAILS (WK-ARR-POS)
               IF WK-NOW-TIME > WK-CUTOFF
                   MOVE 'L' TO WK-ARR-LATE (WK-ARR-POS)
               ELSE
                   MOVE 'N' TO WK-ARR-LATE (WK-ARR-POS)
               END-IF
               MOVE 'Y' TO WK-ARR-NEW (WK-ARR-POS)
               ADD 1 TO WK-NEW-ARRIVALS
           END-IF.

       APPEND-NEW-ARRIVALS.
           IF WK-NEW-ARRIVALS > 0
               OPEN EXTEND FEED-ARR-FILE
               IF WK-ARR-STATUS = '35' OR WK-ARR-STATUS = '05'
                   OPEN OUTPUT FEED-ARR-FILE
               END-IF
               IF WK-ARR-STATUS = '00'
                   PERFORM VARYING WK-ARR-IX FROM 1 BY 1
                       UNTIL WK-ARR-IX > WK-ARR-COUNT
                       IF WK-ARR-NEW (WK-ARR-IX) = 'Y'
                           MOVE CAL-PROC-DATE TO FARR-DATE
                           MOVE WK-ARR-DEPT (WK-ARR-IX) TO FARR-DEPT
                           MOVE WK-ARR-TIME (WK-ARR-IX) TO FARR-TIME
                           MOVE WK-ARR-DETAILS (WK-ARR-IX)
                               TO FARR-DETAILS
                           MOVE WK-ARR-LATE (WK-ARR-IX) TO FARR-LATE
                           WRITE FEED-ARR-RECORD
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM LOG-ARRIVAL-FILE-ERROR
               END-IF
               CLOSE FEED-ARR-FILE
           END-IF.

       OPEN-FEED-INPUT.
           EVALUATE WK-FEED-NO
               WHEN 1 OPEN INPUT DEPT-IN-1
               WHEN 2 OPEN INPUT DEPT-IN-2
               WHEN 3 OPEN INPUT DEPT-IN-3
               WHEN 4 OPEN INPUT DEPT-IN-4
               WHEN 5 OPEN INPUT DEPT-IN-5
           END-EVALUATE.

       READ-FEED-RECORD.
           EVALUATE WK-FEED-NO
               WHEN 1
                   READ DEPT-IN-1
                       AT END
                           MOVE 'Y' TO WK-FEED-EOF
                       NOT AT END
                           MOVE DEPT-IN-RECORD-1 TO WK-FEED-RECORD
                   END-READ
               WHEN 2
                   READ DEPT-IN-2
                       AT END
                           MOVE 'Y' TO WK-FEED-EOF
                       NOT AT END
                           MOVE DEPT-IN-RECORD-2 TO WK-FEED-RECORD
                   END-READ
               WHEN 3
                   READ DEPT-IN-3
                       AT END
                           MOVE 'Y' TO WK-FEED-EOF
                       NOT AT END
                           MOVE DEPT-IN-RECORD-3 TO WK-FEED-RECORD
                   END-READ
               WHEN 4
                   READ DEPT-IN-4
                       AT END
                           MOVE 'Y' TO WK-FEED-EOF
                       NOT AT END
                           MOVE DEPT-IN-RECORD-4 TO WK-FEED-RECORD
                   END-READ
               WHEN 5
                   READ DEPT-IN-5
                       AT END
                           MOVE 'Y' TO WK-FEED-EOF
                       NOT AT END
                           MOVE DEPT-IN-RECORD-5 TO WK-FEED-RECORD
                   END-READ
           END-EVALUATE.

       CLOSE-FEED-INPUT.
           EVALUATE WK-FEED-NO
               WHEN 1 CLOSE DEPT-IN-1
               WHEN 2 CLOSE DEPT-IN-2
               WHEN 3 CLOSE DEPT-IN-3
               WHEN 4 CLOSE DEPT-IN-4
               WHEN 5 CLOSE DEPT-IN-5
           END-EVALUATE.

       WRITE-MONITOR-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'FEEDMON' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'FEEDS ESPERADOS=' WK-EXPECTED
               ' AUSENTES=' WK-MISSING ' VAZIOS=' WK-EMPTY
               ' ATRASADOS=' WK-LATE
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-SCHEDULE-ERROR.
           MOVE 'FEEDMON' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FEEDSCHD INDISPONIVEL - STATUS ' WK-SCHD-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-ARRIVAL-FILE-ERROR.
           MOVE 'FEEDMON' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO GRAVAR FEEDARR - STATUS ' WK-ARR-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKCARDP.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKCALP.

           COPY WKMSGP.

       END PROGRAM FEEDMON.
