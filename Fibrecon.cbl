      *          when the feed is unacknowledged or the loaded count
      *          does not match what was written - so a bad feed is
      *          re-sent the same day instead of surfacing weeks
      *          later as wrong statistics. An ACK naming a resend
      *          generation (FIBRESND) is checked against the count
      *          that generation registered on FIBRSREG instead. Every
      *          verdict goes to the FIBVRD register; a failed one
      *          stays open until a later ACK for the same run date
      *          matches, which marks it superseded there and in
      *          AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-IC-STATUS.

             SELECT RSREG-FILE ASSIGN TO "FIBRSREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-RSREG-STATUS.

             SELECT VRD-FILE ASSIGN TO "FIBVRD"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-VRD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        01  FIB-ACK-RECORD.
            05  FIB-ACK-RUN-DATE    PIC X(08).
            05  FIB-ACK-COUNT       PIC 9(05).
      *> Resend generation acknowledged; blank or 00 on an ACK for
      *> the original FIBIC feed.
            05  FIB-ACK-GEN         PIC X(02).

        FD  FIB-IC-FILE
            LABEL RECORDS ARE STANDARD.
        01  FIB-IC-FILE-RECORD      PIC X(14).

        FD  RSREG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFRSG.

        FD  VRD-FILE
            LABEL RECORDS ARE STANDARD.
        01  VRD-FILE-RECORD         PIC X(31).

        WORKING-STORAGE SECTION.
       77  WK-ACK-STATUS       PIC X(02).
       77  WK-IC-STATUS        PIC X(02).
       77  WK-DATE-COUNT       PIC 9(05) VALUE 0.
       77  WK-RECON-OK         PIC X(01) VALUE 'N'.
           88  RECON-PASSED        VALUE 'Y'.
       77  WK-ACK-GEN          PIC 9(02) VALUE 0.
       77  WK-RSREG-STATUS     PIC X(02).
       77  WK-VRD-STATUS       PIC X(02).
       77  WK-VERDICT-DATE     PIC X(08) VALUE SPACES.
       77  WK-SUPERSEDED       PIC 9(03) VALUE 0.
       77  WK-VRD-IX           PIC 9(03) COMP VALUE 0.
       77  WK-VRD-MAX          PIC 9(03) COMP VALUE 0.
       77  WK-KEEP-FROM        PIC 9(08) VALUE 0.
       77  WK-DATE-INT         PIC 9(07) VALUE 0.
      *> Set when FIBVRD holds more verdicts than the table: the new
      *> verdict is still appended, but nothing is superseded or
      *> pruned until the register is cut back.
       77  WK-TBL-OVFL         PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED    VALUE 'Y'.
           COPY WKFVRD.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKFIBIC.
           COPY WKERR.
           COPY WKRUN.
           COPY WKCAL.
           COPY WKSIM.

      *> The FIBVRD register in file order, with one slot kept for
      *> tonight's verdict. Closed and superseded verdicts are kept
      *> a year; open ones until superseded.
       01  WK-VRD-TABLE.
           05  WK-VRD-ENTRY OCCURS 500 TIMES PIC X(31).

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM READ-ACKNOWLEDGMENT.

           IF ACK-RECEIVED
               IF WK-ACK-GEN = 0
                   PERFORM SCAN-FIBIC-FEED
               ELSE
                   PERFORM SCAN-RESEND-REGISTER
               END-IF
               PERFORM CHECK-RECONCILIATION
           ELSE
               DISPLAY '*** FEED FIBIC SEM ACK ***'
               PERFORM LOG-NO-ACK-ERROR
           END-IF.

           PERFORM RECORD-VERDICT.
           PERFORM WRITE-RECON-AUDIT.

           IF NOT RECON-PASSED
                           MOVE FIB-ACK-RUN-DATE TO WK-ACK-DATE
                           MOVE FIB-ACK-COUNT TO WK-ACK-LOADED
                           SET ACK-RECEIVED TO TRUE
                           IF FIB-ACK-GEN IS NUMERIC
                               MOVE FIB-ACK-GEN TO WK-ACK-GEN
                           END-IF
                       END-IF
               END-READ
               CLOSE FIB-ACK-FILE
                           MOVE '10' TO WK-IC-STATUS
                       NOT AT END
                           MOVE FIB-IC-FILE-RECORD TO FIB-IC-RECORD
      *> In a simulation tonight's feed is the one marked SIMULADO.
                           IF RUN-SIMULATED
                               AND FIB-IC-RUN-DATE = WK-SIM-DATE
                               AND WK-ACK-DATE = CAL-PROC-DATE
                               MOVE WK-ACK-DATE TO FIB-IC-RUN-DATE
                           END-IF
                           IF FIB-IC-RUN-DATE = WK-ACK-DATE
                               AND FIB-IC-SEQ IS NUMERIC
                               ADD 1 TO WK-DATE-COUNT
               DISPLAY 'FIBIC NAO DISPONIVEL - STATUS ' WK-IC-STATUS
           END-IF.

      *> A resend is renumbered from 1, so the count FIBRESND
      *> registered for the generation is its last sequence.
       SCAN-RESEND-REGISTER.
           DISPLAY 'FIBRECON - ACK DO REENVIO ' WK-ACK-GEN.
           OPEN INPUT RSREG-FILE.
           IF WK-RSREG-STATUS = '00'
               PERFORM UNTIL WK-RSREG-STATUS = '10'
                   READ RSREG-FILE
                       AT END
                           MOVE '10' TO WK-RSREG-STATUS
                       NOT AT END
                           IF FRSG-RUN-DATE = WK-ACK-DATE
                               AND FRSG-GEN = WK-ACK-GEN
                               AND FRSG-COUNT IS NUMERIC
                               MOVE FRSG-COUNT TO WK-LAST-SEQ
                               MOVE FRSG-COUNT TO WK-DATE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSREG-FILE
           ELSE
               CLOSE RSREG-FILE
               DISPLAY 'FIBRSREG NAO DISPONIVEL - STATUS '
                   WK-RSREG-STATUS
           END-IF.

       CHECK-RECONCILIATION.
           IF WK-LAST-SEQ = 0
               DISPLAY '*** ACK PARA DATA SEM FEED: ' WK-ACK-DATE
               END-IF
           END-IF.

      *> A missing ACK is recorded against tonight's feed. A
      *> matching ACK closes its own verdict and supersedes every
      *> verdict still open for the same run date.
       RECORD-VERDICT.
           MOVE 0 TO WK-SUPERSEDED.
           MOVE SPACES TO FVRD-RECORD.
           IF ACK-RECEIVED
               MOVE WK-ACK-DATE TO WK-VERDICT-DATE
           ELSE
               MOVE CAL-PROC-DATE TO WK-VERDICT-DATE
           END-IF.
           PERFORM LOAD-VERDICT-TABLE.
           IF RECON-PASSED AND NOT TABLE-OVERFLOWED
               AND NOT RUN-SIMULATED
               PERFORM SUPERSEDE-ONE-VERDICT
                   VARYING WK-VRD-IX FROM 1 BY 1
                   UNTIL WK-VRD-IX > WK-VRD-MAX
           END-IF.
           MOVE WK-VERDICT-DATE TO FVRD-RUN-DATE.
           MOVE WK-ACK-GEN TO FVRD-GEN.
           MOVE CAL-PROC-DATE TO FVRD-CHECKED.
           MOVE WK-LAST-SEQ TO FVRD-WRITTEN.
           MOVE WK-ACK-LOADED TO FVRD-LOADED.
           MOVE 0 TO FVRD-SUPER-GEN.
           EVALUATE TRUE
               WHEN NOT ACK-RECEIVED
                   MOVE 'SA' TO FVRD-VERDICT
                   MOVE 'A' TO FVRD-STATE
               WHEN RECON-PASSED
                   MOVE 'OK' TO FVRD-VERDICT
                   MOVE 'F' TO FVRD-STATE
               WHEN OTHER
                   MOVE 'DV' TO FVRD-VERDICT
                   MOVE 'A' TO FVRD-STATE
           END-EVALUATE.
      *> A simulated verdict is reported and audited but neither
      *> registered nor allowed to supersede a real one.
           EVALUATE TRUE
               WHEN RUN-SIMULATED
                   CONTINUE
               WHEN TABLE-OVERFLOWED
                   PERFORM APPEND-VERDICT
                   PERFORM LOG-VERDICT-TABLE-ERROR
               WHEN OTHER
                   ADD 1 TO WK-VRD-MAX
                   MOVE FVRD-RECORD TO WK-VRD-ENTRY (WK-VRD-MAX)
                   PERFORM REWRITE-VERDICT-REGISTER
           END-EVALUATE.

       LOAD-VERDICT-TABLE.
           MOVE 0 TO WK-VRD-MAX.
           MOVE 'N' TO WK-TBL-OVFL.
           COMPUTE WK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE) - 366.
           COMPUTE WK-KEEP-FROM =
               FUNCTION DATE-OF-INTEGER(WK-DATE-INT).
           OPEN INPUT VRD-FILE.
           IF WK-VRD-STATUS = '00'
               PERFORM UNTIL WK-VRD-STATUS = '10'
                   READ VRD-FILE
                       AT END
                           MOVE '10' TO WK-VRD-STATUS
                       NOT AT END
                           PERFORM KEEP-VERDICT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE VRD-FILE
           ELSE
               CLOSE VRD-FILE
           END-IF.

       KEEP-VERDICT-ENTRY.
           MOVE VRD-FILE-RECORD TO FVRD-RECORD.
           IF FVRD-OPEN
               OR FVRD-CHECKED IS NOT NUMERIC
               OR FVRD-CHECKED >= WK-KEEP-FROM
               IF WK-VRD-MAX < 499
                   ADD 1 TO WK-VRD-MAX
                   MOVE FVRD-RECORD TO WK-VRD-ENTRY (WK-VRD-MAX)
               ELSE
                   SET TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

       SUPERSEDE-ONE-VERDICT.
           MOVE WK-VRD-ENTRY (WK-VRD-IX) TO FVRD-RECORD.
           IF FVRD-RUN-DATE = WK-VERDICT-DATE AND FVRD-OPEN
               MOVE 'S' TO FVRD-STATE
               MOVE WK-ACK-GEN TO FVRD-SUPER-GEN
               MOVE FVRD-RECORD TO WK-VRD-ENTRY (WK-VRD-IX)
               ADD 1 TO WK-SUPERSEDED
           END-IF.

       REWRITE-VERDICT-REGISTER.
           OPEN OUTPUT VRD-FILE.
           IF WK-VRD-STATUS = '00'
               PERFORM VARYING WK-VRD-IX FROM 1 BY 1
                   UNTIL WK-VRD-IX > WK-VRD-MAX
                   MOVE WK-VRD-ENTRY (WK-VRD-IX) TO VRD-FILE-RECORD
                   WRITE VRD-FILE-RECORD
               END-PERFORM
               CLOSE VRD-FILE
           ELSE
               CLOSE VRD-FILE
               DISPLAY 'FIBVRD NAO DISPONIVEL - STATUS '
                   WK-VRD-STATUS
           END-IF.

       APPEND-VERDICT.
           OPEN EXTEND VRD-FILE.
           IF WK-VRD-STATUS = '35' OR WK-VRD-STATUS = '05'
               OPEN OUTPUT VRD-FILE
           END-IF.
           IF WK-VRD-STATUS = '00'
               MOVE FVRD-RECORD TO VRD-FILE-RECORD
               WRITE VRD-FILE-RECORD
           END-IF.
           CLOSE VRD-FILE.

      *> HANDOVER shows the last FIBRECON entry of the night, so a
      *> supersession is written after the verdict itself and leads
      *> with what the morning shift needs to read.
       WRITE-RECON-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'FIBRECON' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           EVALUATE TRUE
               WHEN NOT ACK-RECEIVED
                   STRING 'FEED SEM ACK - REENVIO NECESSARIO'
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
               WHEN RECON-PASSED AND WK-ACK-GEN > 0
                   STRING 'ACK CONFERE DATA=' WK-ACK-DATE
                       ' REENVIO=' WK-ACK-GEN
                       ' REGISTROS=' WK-ACK-LOADED
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
               WHEN RECON-PASSED
                   STRING 'ACK CONFERE DATA=' WK-ACK-DATE
                       ' REGISTROS=' WK-ACK-LOADED
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
               WHEN WK-ACK-GEN > 0
                   STRING 'REENVIO ' WK-ACK-GEN ' DIVERGE DATA='
                       WK-ACK-DATE ' ESCR=' WK-LAST-SEQ
                       ' CARREG=' WK-ACK-LOADED
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
               WHEN OTHER
                   STRING 'ACK DIVERGE DATA=' WK-ACK-DATE
                       ' ESCRITOS=' WK-LAST-SEQ
                       ' CARREGADOS=' WK-ACK-LOADED
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-EVALUATE.
           PERFORM WRITE-AUDIT-ENTRY.
           IF WK-SUPERSEDED > 0
               MOVE SPACES TO AUDIT-DETAIL
               IF WK-ACK-GEN > 0
                   STRING 'FALHA DE ' WK-VERDICT-DATE
                       ' SUPERADA - REENVIO ' WK-ACK-GEN
                       ' (' WK-SUPERSEDED ' VEREDITOS)'
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
               ELSE
                   STRING 'FALHA DE ' WK-VERDICT-DATE
                       ' SUPERADA - FEED ORIGINAL'
                       ' (' WK-SUPERSEDED ' VEREDITOS)'
                       DELIMITED BY SIZE INTO AUDIT-DETAIL
               END-IF
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY 'FIBRECON - ' WK-SUPERSEDED
                   ' VEREDITO(S) ANTERIOR(ES) SUPERADO(S)'
           END-IF.
           PERFORM CLOSE-AUDIT-LOG.

       LOG-NO-ACK-ERROR.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-VERDICT-TABLE-ERROR.
           MOVE 'FIBRECON' TO ERR-PROGRAM.
           MOVE 'OVERFLOW' TO ERR-TYPE.
           STRING 'FIBVRD COM MAIS DE 499 VEREDITOS - NADA FOI'
               ' SUPERADO'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-MISMATCH-ERROR.
           MOVE 'FIBRECON' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.

           COPY WKRUNP.

           COPY WKCALP.

       END PROGRAM FIBRECON.
