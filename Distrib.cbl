      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly report distribution from the RPTARCH
      *          archive. The DISTREG register says which recipient
      *          gets which archived report, optionally only the
      *          SOMARPT batches of one department; this step takes
      *          the night's generations out of RPTARCH and builds
      *          one bundle per recipient on DISTOUT - a banner, each
      *          report the recipient is registered for, and a
      *          closing line with the bundle's line count - so the
      *          night's reports no longer go out by hand from
      *          RPTPRINT reprints. Every register entry worked is
      *          logged on DISTLOG with its outcome and line count,
      *          which DISTINQ lists by date and recipient; entries
      *          older than PARM-RETENTION-DAYS are dropped on the
      *          same pass, via the DISTKEEP work dataset. DISTRPT
      *          lists the night's deliveries. A registered report
      *          missing from the archive, or a department filter on
      *          a report that cannot be split, is not delivered:
      *          RC 4 and a warning to operations.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT ARC-FILE ASSIGN TO "RPTARCH"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ARC-STATUS.

             SELECT WORK-FILE ASSIGN TO "DISTWORK"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-WORK-STATUS.

             SELECT DREG-FILE ASSIGN TO "DISTREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DREG-STATUS.

             SELECT DLOG-FILE ASSIGN TO "DISTLOG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-DLOG-STATUS.

             SELECT KEEP-FILE ASSIGN TO "DISTKEEP"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-KEEP-STATUS.

             SELECT OUT-FILE ASSIGN TO "DISTOUT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT DST-RPT-FILE ASSIGN TO "DISTRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT PARM-FILE ASSIGN TO "PARMCTL"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-PARM-STATUS.

       DATA DIVISION.

        FILE SECTION.
      * Archive record as RPTARCH writes it: 'R' opens a report
      * generation (date + name), 'L' carries one print line, 'E'
      * closes it with the count.
        FD  ARC-FILE
            LABEL RECORDS ARE STANDARD.
        01  RARC-RECORD.
            05  RARC-TYPE           PIC X(01).
            05  RARC-DATE           PIC 9(08).
            05  RARC-NAME           PIC X(08).
            05  RARC-TEXT           PIC X(80).

      * The night's archive records, read once from RPTARCH and
      * then once per register entry.
        FD  WORK-FILE
            LABEL RECORDS ARE STANDARD.
        01  WORK-RECORD.
            05  WORK-TYPE           PIC X(01).
            05  WORK-DATE           PIC 9(08).
            05  WORK-NAME           PIC X(08).
            05  WORK-TEXT           PIC X(80).

        FD  DREG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDREG.

        FD  DLOG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDLOG.

        FD  KEEP-FILE
            LABEL RECORDS ARE STANDARD.
        01  KEEP-RECORD             PIC X(60).

        FD  OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  OUT-LINE                PIC X(80).

        FD  DST-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  DST-RPT-LINE            PIC X(80).

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        WORKING-STORAGE SECTION.
       77  WK-ARC-STATUS   PIC X(02).
       77  WK-WORK-STATUS  PIC X(02).
       77  WK-DREG-STATUS  PIC X(02).
       77  WK-DLOG-STATUS  PIC X(02).
       77  WK-KEEP-STATUS  PIC X(02).
       77  WK-RET-DAYS     PIC 9(05) VALUE 365.
       77  WK-TODAY-INT    PIC S9(07) VALUE 0.
       77  WK-REC-INT      PIC S9(07) VALUE 0.
       77  WK-AGE-DAYS     PIC S9(07) VALUE 0.
       77  WK-KEPT-COUNT   PIC 9(07) VALUE 0.
       77  WK-DROP-COUNT   PIC 9(07) VALUE 0.
       77  WK-REG-COUNT    PIC 9(03) COMP VALUE 0.
       77  WK-REG-IX       PIC 9(03) COMP VALUE 0.
       77  WK-SCAN-IX      PIC 9(03) COMP VALUE 0.
       77  WK-SHIFT-IX     PIC 9(03) COMP VALUE 0.
       77  WK-REG-LOST     PIC 9(05) VALUE 0.
       77  WK-REG-SUSPENDED PIC 9(05) VALUE 0.
       77  WK-ARCH-COUNT   PIC 9(02) COMP VALUE 0.
       77  WK-ARCH-IX      PIC 9(02) COMP VALUE 0.
       77  WK-CUR-ARCH     PIC 9(02) COMP VALUE 0.
       77  WK-GEN-SEEN     PIC 9(02) VALUE 0.
       77  WK-CUR-RECIPIENT PIC X(10) VALUE SPACES.
       77  WK-BUNDLE-COUNT PIC 9(05) VALUE 0.
       77  WK-BUNDLE-RPTS  PIC 9(03) VALUE 0.
       77  WK-BUNDLE-LINES PIC 9(07) VALUE 0.
       77  WK-ENTRY-LINES  PIC 9(07) VALUE 0.
       77  WK-ENTRY-RESULT PIC X(01) VALUE SPACE.
       77  WK-IN-REPORT    PIC X(01) VALUE 'N'.
           88  COPYING-REPORT  VALUE 'Y'.
       77  WK-IN-SCOPE     PIC X(01) VALUE 'Y'.
           88  LINE-IN-SCOPE   VALUE 'Y'.
       77  WK-DEPT-SEEN    PIC X(01) VALUE 'N'.
           88  DEPT-BATCH-SEEN VALUE 'Y'.
       77  WK-DELIVERED    PIC 9(05) VALUE 0.
       77  WK-UNDELIVERED  PIC 9(05) VALUE 0.
       77  WK-TOTAL-LINES  PIC 9(07) VALUE 0.
       77  WK-STAMP        PIC X(21) VALUE SPACES.
           COPY WKPARM.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.

      *> Tonight's archived reports. A report archived more than
      *> once for the date (a rerun night) is delivered from its
      *> last generation only; the line count is that generation's.
       01  WK-ARCH-TABLE.
           05  WK-ARCH-ENTRY OCCURS 10 TIMES.
               10  WK-ARCH-NAME    PIC X(08).
               10  WK-ARCH-LINES   PIC 9(07).
               10  WK-ARCH-GENS    PIC 9(02).

      *> The active register entries, in recipient order; a
      *> recipient's entries keep their register order.
       01  WK-REG-TABLE.
           05  WK-REG-ENTRY OCCURS 200 TIMES.
               10  WK-REG-RECIPIENT PIC X(10).
               10  WK-REG-REPORT   PIC X(08).
               10  WK-REG-DEPT     PIC X(10).

       01  WK-OUT-BANNER-1.
           05  FILLER            PIC X(40) VALUE ALL '*'.
           05  FILLER            PIC X(40) VALUE ALL '*'.

       01  WK-OUT-BANNER-2.
           05  FILLER            PIC X(30) VALUE
               '*** PACOTE DE RELATORIOS PARA '.
           05  WK-OUT-RECIPIENT  PIC X(10).
           05  FILLER            PIC X(08) VALUE ' - DATA '.
           05  WK-OUT-DATE       PIC 9(08).
           05  FILLER            PIC X(04) VALUE ' ***'.

       01  WK-OUT-RPT-HDR.
           05  FILLER            PIC X(14) VALUE '=== RELATORIO '.
           05  WK-OUT-RPT-NAME   PIC X(08).
           05  FILLER            PIC X(06) VALUE ' DATA '.
           05  WK-OUT-RPT-DATE   PIC 9(08).
           05  WK-OUT-RPT-DEPT   PIC X(18).
           05  FILLER            PIC X(04) VALUE ' ==='.

       01  WK-OUT-NO-BATCH.
           05  FILLER            PIC X(32) VALUE
               '*** NENHUM LOTE DO DEPARTAMENTO '.
           05  WK-OUT-NB-DEPT    PIC X(10).
           05  FILLER            PIC X(13) VALUE ' NESTA DATA'.

       01  WK-OUT-TRAILER.
           05  FILLER            PIC X(18) VALUE
               '*** FIM DO PACOTE '.
           05  WK-OUT-TRL-RECIP  PIC X(10).
           05  FILLER            PIC X(02) VALUE ' -'.
           05  WK-OUT-TRL-RPTS   PIC ZZ9.
           05  FILLER            PIC X(14) VALUE ' RELATORIO(S),'.
           05  WK-OUT-TRL-LINES  PIC Z(6)9.
           05  FILLER            PIC X(11) VALUE ' LINHAS ***'.

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(34) VALUE
               'DISTRIBUICAO DE RELATORIOS - DATA '.
           05  WK-RPT-HDR-DATE   PIC 9(08).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(40) VALUE
               'DESTINO    RELATORIO DEPTO       SITUACA'.
           05  FILLER            PIC X(40) VALUE
               'O                         LINHAS'.

       01  WK-RPT-ENTRY-LINE.
           05  WK-RPT-RECIPIENT  PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-REPORT     PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-DEPT       PIC X(10).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-RESULT     PIC X(32).
           05  WK-RPT-LINES      PIC Z(6)9.

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(10) VALUE 'PACOTES '.
           05  WK-RPT-BUNDLES    PIC ZZZZ9.
           05  FILLER            PIC X(13) VALUE '  ENTREGUES '.
           05  WK-RPT-DELIVERED  PIC ZZZZ9.
           05  FILLER            PIC X(17) VALUE '  NAO ENTREGUES '.
           05  WK-RPT-UNDELIVERED PIC ZZZZ9.
           05  FILLER            PIC X(09) VALUE '  LINHAS '.
           05  WK-RPT-TOTAL-LINES PIC Z(6)9.

       01  WK-RPT-SUSPENDED.
           05  FILLER            PIC X(40) VALUE
               'ENTRADAS SUSPENSAS NO REGISTRO: '.
           05  WK-RPT-SUSP-COUNT PIC ZZZZ9.

       01  WK-RPT-LOST.
           05  FILLER            PIC X(40) VALUE
               '*** REGISTRO CHEIO - ENTRADAS IGNORADAS '.
           05  WK-RPT-LOST-COUNT PIC ZZZZ9.

       01  WK-RPT-NO-REGISTER  PIC X(40) VALUE
           'DISTREG SEM ENTRADAS ATIVAS'.

       PROCEDURE DIVISION.

           MOVE 'DISTRIB' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.

      *> RPTARCH archives nothing on a simulated night, so there is
      *> nothing of the night's to send, and nothing is logged.
           IF RUN-SIMULATED
               DISPLAY 'DISTRIB - SIMULACAO, NADA DISTRIBUIDO'
               PERFORM REGISTER-STEP-END
               GOBACK
           END-IF.

           PERFORM OPEN-PARM-FILE.
           PERFORM CLOSE-PARM-FILE.
           IF PARM-RETENTION-DAYS IS NUMERIC
               AND PARM-RETENTION-DAYS > 0
               MOVE PARM-RETENTION-DAYS TO WK-RET-DAYS
           END-IF.
           COMPUTE WK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(CAL-PROC-DATE).

           PERFORM EXTRACT-NIGHT-REPORTS.
           PERFORM LOAD-DISTRIBUTION-REGISTER.
           PERFORM SPLIT-DELIVERY-LOG.

           OPEN OUTPUT DLOG-FILE.
           IF WK-DLOG-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR DISTLOG - STATUS '
                   WK-DLOG-STATUS
               CLOSE DLOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RESTORE-KEPT-ENTRIES.

           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT DST-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           WRITE DST-RPT-LINE FROM WK-RPT-HEADER.
           IF WK-REG-COUNT = 0
               WRITE DST-RPT-LINE FROM WK-RPT-NO-REGISTER
           ELSE
               WRITE DST-RPT-LINE FROM WK-RPT-COL-HDR
           END-IF.

           MOVE SPACES TO WK-CUR-RECIPIENT.
           PERFORM DELIVER-ONE-ENTRY
               VARYING WK-REG-IX FROM 1 BY 1
               UNTIL WK-REG-IX > WK-REG-COUNT.
           IF WK-CUR-RECIPIENT NOT = SPACES
               PERFORM CLOSE-BUNDLE
           END-IF.

           MOVE WK-BUNDLE-COUNT TO WK-RPT-BUNDLES.
           MOVE WK-DELIVERED TO WK-RPT-DELIVERED.
           MOVE WK-UNDELIVERED TO WK-RPT-UNDELIVERED.
           MOVE WK-TOTAL-LINES TO WK-RPT-TOTAL-LINES.
           WRITE DST-RPT-LINE FROM WK-RPT-TOTALS.
           IF WK-REG-SUSPENDED > 0
               MOVE WK-REG-SUSPENDED TO WK-RPT-SUSP-COUNT
               WRITE DST-RPT-LINE FROM WK-RPT-SUSPENDED
           END-IF.
           IF WK-REG-LOST > 0
               MOVE WK-REG-LOST TO WK-RPT-LOST-COUNT
               WRITE DST-RPT-LINE FROM WK-RPT-LOST
           END-IF.

           CLOSE OUT-FILE.
           CLOSE DST-RPT-FILE.
           CLOSE DLOG-FILE.

           IF WK-UNDELIVERED > 0 OR WK-REG-LOST > 0
               MOVE 'DST0001' TO OMSG-ID
               MOVE 'W' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-UNDELIVERED ' ENTREGA(S) NAO FEITA(S) EM '
                   CAL-PROC-DATE ' - VER DISTRPT'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'DST0002' TO OMSG-ID
               MOVE 'I' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING WK-BUNDLE-COUNT ' PACOTE(S), ' WK-DELIVERED
                   ' ENTREGA(S) EM ' CAL-PROC-DATE
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

           PERFORM WRITE-DISTRIBUTION-AUDIT.

           DISPLAY 'DISTRIB - ' WK-BUNDLE-COUNT ' PACOTES, '
               WK-DELIVERED ' ENTREGAS, ' WK-UNDELIVERED
               ' NAO ENTREGUES'.

           PERFORM REGISTER-STEP-END.

           GOBACK.

      *> The night's generations go to the work file, so the archive
      *> is read once however many recipients there are.
       EXTRACT-NIGHT-REPORTS.
           OPEN OUTPUT WORK-FILE.
           OPEN INPUT ARC-FILE.
           IF WK-ARC-STATUS NOT = '00'
               DISPLAY 'RPTARCH NAO DISPONIVEL - STATUS '
                   WK-ARC-STATUS
               CLOSE ARC-FILE
           ELSE
               PERFORM UNTIL WK-ARC-STATUS = '10'
                   READ ARC-FILE
                       AT END
                           MOVE '10' TO WK-ARC-STATUS
                       NOT AT END
                           IF RARC-DATE = CAL-PROC-DATE
                               WRITE WORK-RECORD FROM RARC-RECORD
                               PERFORM NOTE-ARCHIVED-REPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARC-FILE
           END-IF.
           CLOSE WORK-FILE.

       NOTE-ARCHIVED-REPORT.
           IF RARC-TYPE = 'R'
               MOVE 0 TO WK-CUR-ARCH
               PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
                   UNTIL WK-SCAN-IX > WK-ARCH-COUNT OR WK-CUR-ARCH > 0
                   IF WK-ARCH-NAME (WK-SCAN-IX) = RARC-NAME
                       MOVE WK-SCAN-IX TO WK-CUR-ARCH
                   END-IF
               END-PERFORM
               IF WK-CUR-ARCH = 0 AND WK-ARCH-COUNT < 10
                   ADD 1 TO WK-ARCH-COUNT
                   MOVE WK-ARCH-COUNT TO WK-CUR-ARCH
                   MOVE RARC-NAME TO WK-ARCH-NAME (WK-CUR-ARCH)
                   MOVE 0 TO WK-ARCH-GENS (WK-CUR-ARCH)
               END-IF
               IF WK-CUR-ARCH > 0
                   ADD 1 TO WK-ARCH-GENS (WK-CUR-ARCH)
                   MOVE 0 TO WK-ARCH-LINES (WK-CUR-ARCH)
               END-IF
           END-IF.
           IF RARC-TYPE = 'L' AND WK-CUR-ARCH > 0
               ADD 1 TO WK-ARCH-LINES (WK-CUR-ARCH)
           END-IF.

      *> Returns the position of WK-REG-REPORT (WK-REG-IX) among the
      *> night's archived reports in WK-ARCH-IX; zero when absent.
       LOCATE-ARCHIVED-REPORT.
           MOVE 0 TO WK-ARCH-IX.
           PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
               UNTIL WK-SCAN-IX > WK-ARCH-COUNT OR WK-ARCH-IX > 0
               IF WK-ARCH-NAME (WK-SCAN-IX) = WK-REG-REPORT (WK-REG-IX)
                   MOVE WK-SCAN-IX TO WK-ARCH-IX
               END-IF
           END-PERFORM.

       LOAD-DISTRIBUTION-REGISTER.
           OPEN INPUT DREG-FILE.
           IF WK-DREG-STATUS NOT = '00'
               DISPLAY 'DISTREG NAO DISPONIVEL - STATUS '
                   WK-DREG-STATUS
               CLOSE DREG-FILE
           ELSE
               PERFORM UNTIL WK-DREG-STATUS = '10'
                   READ DREG-FILE
                       AT END
                           MOVE '10' TO WK-DREG-STATUS
                       NOT AT END
                           PERFORM TAKE-REGISTER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DREG-FILE
           END-IF.

      *> Inserted after every entry of the same or an earlier
      *> recipient, so the table comes out grouped by recipient.
       TAKE-REGISTER-ENTRY.
           EVALUATE TRUE
               WHEN DREG-RECIPIENT = SPACES OR DREG-REPORT = SPACES
                   CONTINUE
               WHEN DREG-SUSPENDED
                   ADD 1 TO WK-REG-SUSPENDED
               WHEN NOT DREG-ACTIVE
                   CONTINUE
               WHEN WK-REG-COUNT NOT < 200
                   ADD 1 TO WK-REG-LOST
               WHEN OTHER
                   MOVE 1 TO WK-REG-IX
                   PERFORM VARYING WK-SCAN-IX FROM 1 BY 1
                       UNTIL WK-SCAN-IX > WK-REG-COUNT
                       IF WK-REG-RECIPIENT (WK-SCAN-IX)
                           NOT > DREG-RECIPIENT
                           COMPUTE WK-REG-IX = WK-SCAN-IX + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WK-SHIFT-IX FROM WK-REG-COUNT BY -1
                       UNTIL WK-SHIFT-IX < WK-REG-IX
                       MOVE WK-REG-ENTRY (WK-SHIFT-IX)
                           TO WK-REG-ENTRY (WK-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WK-REG-COUNT
                   MOVE DREG-RECIPIENT TO WK-REG-RECIPIENT (WK-REG-IX)
                   MOVE DREG-REPORT TO WK-REG-REPORT (WK-REG-IX)
                   MOVE DREG-DEPT TO WK-REG-DEPT (WK-REG-IX)
           END-EVALUATE.

      *> Same split discipline as RPTARCH: kept entries go to the
      *> work file, expired ones are dropped, and an entry with an
      *> implausible date is always kept.
       SPLIT-DELIVERY-LOG.
           OPEN OUTPUT KEEP-FILE.
           OPEN INPUT DLOG-FILE.
           IF WK-DLOG-STATUS NOT = '00'
               CLOSE DLOG-FILE
           ELSE
               PERFORM UNTIL WK-DLOG-STATUS = '10'
                   READ DLOG-FILE
                       AT END
                           MOVE '10' TO WK-DLOG-STATUS
                       NOT AT END
                           PERFORM CLASSIFY-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DLOG-FILE
           END-IF.
           CLOSE KEEP-FILE.

       CLASSIFY-LOG-ENTRY.
           MOVE 0 TO WK-AGE-DAYS.
           IF DLOG-DATE IS NUMERIC AND DLOG-DATE > 16010101
               COMPUTE WK-REC-INT =
                   FUNCTION INTEGER-OF-DATE(DLOG-DATE)
               COMPUTE WK-AGE-DAYS = WK-TODAY-INT - WK-REC-INT
           END-IF.
           IF WK-AGE-DAYS > WK-RET-DAYS
               ADD 1 TO WK-DROP-COUNT
           ELSE
               MOVE DLOG-RECORD TO KEEP-RECORD
               WRITE KEEP-RECORD
               ADD 1 TO WK-KEPT-COUNT
           END-IF.

       RESTORE-KEPT-ENTRIES.
           OPEN INPUT KEEP-FILE.
           PERFORM UNTIL WK-KEEP-STATUS = '10'
               READ KEEP-FILE
                   AT END
                       MOVE '10' TO WK-KEEP-STATUS
                   NOT AT END
                       MOVE KEEP-RECORD TO DLOG-RECORD
                       WRITE DLOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.

      *> A new recipient closes the previous bundle and opens its
      *> own behind a banner.
       DELIVER-ONE-ENTRY.
           IF WK-REG-RECIPIENT (WK-REG-IX) NOT = WK-CUR-RECIPIENT
               IF WK-CUR-RECIPIENT NOT = SPACES
                   PERFORM CLOSE-BUNDLE
               END-IF
               PERFORM OPEN-BUNDLE
           END-IF.
           MOVE 0 TO WK-ENTRY-LINES.
           PERFORM LOCATE-ARCHIVED-REPORT.
           EVALUATE TRUE
               WHEN WK-ARCH-IX = 0
                   MOVE 'A' TO WK-ENTRY-RESULT
               WHEN WK-REG-DEPT (WK-REG-IX) NOT = SPACES
                   AND WK-REG-REPORT (WK-REG-IX) NOT = 'SOMARPT'
                   MOVE 'N' TO WK-ENTRY-RESULT
               WHEN OTHER
                   PERFORM COPY-REPORT-TO-BUNDLE
           END-EVALUATE.
           IF WK-ENTRY-RESULT = 'E' OR WK-ENTRY-RESULT = 'V'
               ADD 1 TO WK-DELIVERED
               ADD 1 TO WK-BUNDLE-RPTS
               ADD WK-ENTRY-LINES TO WK-BUNDLE-LINES
               ADD WK-ENTRY-LINES TO WK-TOTAL-LINES
           ELSE
               ADD 1 TO WK-UNDELIVERED
           END-IF.
           PERFORM LOG-DELIVERY.
           PERFORM LIST-DELIVERY.

       OPEN-BUNDLE.
           MOVE WK-REG-RECIPIENT (WK-REG-IX) TO WK-CUR-RECIPIENT.
           ADD 1 TO WK-BUNDLE-COUNT.
           MOVE 0 TO WK-BUNDLE-RPTS.
           MOVE 0 TO WK-BUNDLE-LINES.
           WRITE OUT-LINE FROM WK-OUT-BANNER-1.
           MOVE WK-CUR-RECIPIENT TO WK-OUT-RECIPIENT.
           MOVE CAL-PROC-DATE TO WK-OUT-DATE.
           WRITE OUT-LINE FROM WK-OUT-BANNER-2.
           WRITE OUT-LINE FROM WK-OUT-BANNER-1.

       CLOSE-BUNDLE.
           MOVE WK-CUR-RECIPIENT TO WK-OUT-TRL-RECIP.
           MOVE WK-BUNDLE-RPTS TO WK-OUT-TRL-RPTS.
           MOVE WK-BUNDLE-LINES TO WK-OUT-TRL-LINES.
           WRITE OUT-LINE FROM WK-OUT-TRAILER.

      *> A SOMARPT restricted to a department keeps the heading
      *> lines ahead of the first batch and the batches whose header
      *> names the department; the run totals after the last batch
      *> cover every department and are left out.
       COPY-REPORT-TO-BUNDLE.
           MOVE 'E' TO WK-ENTRY-RESULT.
           MOVE 'Y' TO WK-IN-SCOPE.
           MOVE 'N' TO WK-DEPT-SEEN.
           MOVE 'N' TO WK-IN-REPORT.
           MOVE 0 TO WK-GEN-SEEN.
           MOVE WK-REG-REPORT (WK-REG-IX) TO WK-OUT-RPT-NAME.
           MOVE CAL-PROC-DATE TO WK-OUT-RPT-DATE.
           MOVE SPACES TO WK-OUT-RPT-DEPT.
           IF WK-REG-DEPT (WK-REG-IX) NOT = SPACES
               STRING ' DEPTO ' WK-REG-DEPT (WK-REG-IX)
                   DELIMITED BY SIZE INTO WK-OUT-RPT-DEPT
           END-IF.
           WRITE OUT-LINE FROM WK-OUT-RPT-HDR.
           OPEN INPUT WORK-FILE.
           PERFORM UNTIL WK-WORK-STATUS = '10'
               READ WORK-FILE
                   AT END
                       MOVE '10' TO WK-WORK-STATUS
                   NOT AT END
                       PERFORM SELECT-REPORT-LINE
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           IF WK-REG-DEPT (WK-REG-IX) NOT = SPACES
               AND NOT DEPT-BATCH-SEEN
               MOVE 'V' TO WK-ENTRY-RESULT
               MOVE WK-REG-DEPT (WK-REG-IX) TO WK-OUT-NB-DEPT
               WRITE OUT-LINE FROM WK-OUT-NO-BATCH
           END-IF.

       SELECT-REPORT-LINE.
           EVALUATE WORK-TYPE
               WHEN 'R'
                   IF WORK-NAME = WK-REG-REPORT (WK-REG-IX)
                       ADD 1 TO WK-GEN-SEEN
                   END-IF
                   IF WORK-NAME = WK-REG-REPORT (WK-REG-IX)
                       AND WK-GEN-SEEN = WK-ARCH-GENS (WK-ARCH-IX)
                       SET COPYING-REPORT TO TRUE
                   ELSE
                       MOVE 'N' TO WK-IN-REPORT
                   END-IF
               WHEN 'L'
                   IF COPYING-REPORT
                       IF WK-REG-DEPT (WK-REG-IX) NOT = SPACES
                           PERFORM SCOPE-DEPARTMENT-LINE
                       END-IF
                       IF LINE-IN-SCOPE
                           WRITE OUT-LINE FROM WORK-TEXT
                           ADD 1 TO WK-ENTRY-LINES
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WK-IN-REPORT
           END-EVALUATE.

       SCOPE-DEPARTMENT-LINE.
           IF WORK-TEXT(1:6) = 'LOTE: '
               AND WORK-TEXT(15:9) = '  DEPTO: '
               IF WORK-TEXT(24:10) = WK-REG-DEPT (WK-REG-IX)
                   MOVE 'Y' TO WK-IN-SCOPE
                   SET DEPT-BATCH-SEEN TO TRUE
               ELSE
                   MOVE 'N' TO WK-IN-SCOPE
               END-IF
           END-IF.
           IF WORK-TEXT(1:13) = 'TOTAL GERAL: '
               MOVE 'N' TO WK-IN-SCOPE
           END-IF.

       LOG-DELIVERY.
           MOVE FUNCTION CURRENT-DATE TO WK-STAMP.
           MOVE CAL-PROC-DATE TO DLOG-DATE.
           MOVE WK-REG-RECIPIENT (WK-REG-IX) TO DLOG-RECIPIENT.
           MOVE WK-REG-REPORT (WK-REG-IX) TO DLOG-REPORT.
           MOVE WK-REG-DEPT (WK-REG-IX) TO DLOG-DEPT.
           MOVE WK-ENTRY-RESULT TO DLOG-RESULT.
           MOVE WK-ENTRY-LINES TO DLOG-LINES.
           MOVE WK-STAMP(1:16) TO DLOG-STAMP.
           WRITE DLOG-RECORD.

       LIST-DELIVERY.
           MOVE WK-REG-RECIPIENT (WK-REG-IX) TO WK-RPT-RECIPIENT.
           MOVE WK-REG-REPORT (WK-REG-IX) TO WK-RPT-REPORT.
           MOVE WK-REG-DEPT (WK-REG-IX) TO WK-RPT-DEPT.
           EVALUATE WK-ENTRY-RESULT
               WHEN 'E'
                   MOVE 'ENTREGUE' TO WK-RPT-RESULT
               WHEN 'V'
                   MOVE 'ENTREGUE - SEM LOTES DO DEPTO'
                       TO WK-RPT-RESULT
               WHEN 'A'
                   MOVE '*** NAO ARQUIVADO NA DATA'
                       TO WK-RPT-RESULT
               WHEN OTHER
                   MOVE '*** FILTRO DEPTO NAO APLICAVEL'
                       TO WK-RPT-RESULT
           END-EVALUATE.
           MOVE WK-ENTRY-LINES TO WK-RPT-LINES.
           WRITE DST-RPT-LINE FROM WK-RPT-ENTRY-LINE.

       WRITE-DISTRIBUTION-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'DISTRIB' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'DATA=' CAL-PROC-DATE
               ' PACOTES=' WK-BUNDLE-COUNT
               ' ENTREGUES=' WK-DELIVERED
               ' FALHAS=' WK-UNDELIVERED
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKPARMP.

           COPY WKAUDITP.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

       END PROGRAM DISTRIB.
