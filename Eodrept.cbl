        01  FAT-IN-RECORD.
            05  FAT-IN-N            PIC X(03).
            05  FAT-IN-REQ-ID       PIC X(08).
            05  FAT-IN-FUNCTION     PIC X(01).
            05  FAT-IN-R            PIC X(03).

        FD  FIB-IC-FILE
            LABEL RECORDS ARE STANDARD.
            05  FAT-OUT-RESULT      PIC 9(31).
            05  FAT-OUT-STATUS      PIC X(02).
            05  FAT-OUT-RUN-DATE    PIC X(08).
            05  FAT-OUT-FUNCTION    PIC X(01).
            05  FAT-OUT-R           PIC 9(03).

      * Semicolon-delimited export of the day's results for the
      * finance spreadsheets - semicolon because the amounts carry
        FD  PAR-OUT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAR-OUT-RECORD.
            05  PAR-OUT-I           PIC 9(05).
            05  PAR-OUT-X           PIC 9(04).
            05  PAR-OUT-Y           PIC 9(04).
            05  PAR-OUT-RUN-MODE    PIC X(09).

        FD  XREG-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-FIB-LAST         PIC 9(03) VALUE 0.
       77  WK-PAR-STATUS       PIC X(02).
       77  WK-PAR-COUNT        PIC 9(05) VALUE 0.
       77  WK-PAR-LAST-I       PIC 9(05) VALUE 0.
       77  WK-PAR-LAST-X       PIC 9(04) VALUE 0.
       77  WK-PAR-LAST-Y       PIC 9(04) VALUE 0.
       77  WK-LINE-COUNT       PIC 9(02) VALUE 0.
       77  WK-PAGE-COUNT       PIC 9(03) VALUE 0.
       77  WK-LINES-PER-PAGE   PIC 9(02) VALUE 20.
       77  WK-EDIT-HASH        PIC Z(14)9,99-.
       77  WK-EDIT-GEN         PIC 9(06).
       77  WK-EDIT-N           PIC ZZ9.
       77  WK-EDIT-R           PIC ZZ9.
       77  WK-EDIT-FAT         PIC Z(30)9.
       77  WK-EDIT-FIB         PIC Z(4)9.
           COPY WKFIBIC.
           COPY WKRUN.
           COPY WKCAL.
           COPY WKMSG.
           COPY WKSIM.

       01  WK-MASTER-HEADER.
           05  FILLER            PIC X(24) VALUE
           05  FILLER            PIC X(16) VALUE 'PARES GERADOS: '.
           05  WK-PAR-SUM-COUNT  PIC ZZZZ9.
           05  FILLER            PIC X(12) VALUE '  ULTIMO X: '.
           05  WK-PAR-SUM-X      PIC 9(04).
           05  FILLER            PIC X(05) VALUE '  Y: '.
           05  WK-PAR-SUM-Y      PIC 9(04).

       01  WK-FIB-SUMMARY.
           05  FILLER            PIC X(17) VALUE 'TERMOS GERADOS: '.

           CLOSE EOD-RPT-FILE.
           IF EXPORT-ACTIVE
               PERFORM CLOSE-EXPORT-FILE THRU CLOSE-EXPORT-FILE-EXIT
               DISPLAY 'EODCSV - ' WK-EXP-COUNT
                   ' REGISTROS EXPORTADOS - GERACAO ' WK-EXP-GEN
           END-IF.
           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-PAGE-COUNT TO WK-HDR-PAGE.
           WRITE EOD-RPT-LINE FROM WK-MASTER-HEADER.
           IF RUN-SIMULATED
               WRITE EOD-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           MOVE 0 TO WK-LINE-COUNT.

       WRITE-EOD-LINE.
                           MOVE '10' TO WK-PAR-STATUS
                       NOT AT END
                           ADD 1 TO WK-PAR-COUNT
                           MOVE PAR-OUT-I TO WK-PAR-LAST-I
                           MOVE PAR-OUT-X TO WK-PAR-LAST-X
                           MOVE PAR-OUT-Y TO WK-PAR-LAST-Y
                   END-READ
      *> The export opens with a control header (CAB) carrying the
      *> processing date and the generation number taken from the
      *> transmission register, so the receiving side can verify
      *> the load against the trailer and the register. A simulated
      *> run carries SIMULADO in place of the date on every record,
      *> so finance's load refuses it.
       OPEN-EXPORT-FILE.
           IF RUN-SIMULATED
               MOVE WK-SIM-DATE TO WK-EXP-DATE
           ELSE
               MOVE CAL-PROC-DATE TO WK-EXP-DATE
           END-IF.
           OPEN OUTPUT EOD-EXP-FILE.
           IF WK-EXP-STATUS = '00'
               SET EXPORT-ACTIVE TO TRUE

      *> Trailer (FIM) with the detail count and the hash-total of
      *> the amount columns, then the register entry marking the
      *> generation sent and awaiting finance's confirmation (not
      *> for a simulated run, which sends nothing).
       CLOSE-EXPORT-FILE.
           MOVE WK-EXP-HASH TO WK-EDIT-HASH.
           MOVE SPACES TO WK-EXP-RECORD.
               DELIMITED BY SIZE INTO WK-EXP-RECORD.
           WRITE EOD-EXP-LINE FROM WK-EXP-RECORD.
           CLOSE EOD-EXP-FILE.
           IF RUN-SIMULATED
               GO TO CLOSE-EXPORT-FILE-EXIT
           END-IF.
           OPEN EXTEND XREG-FILE.
           IF WK-XREG-STATUS = '35' OR WK-XREG-STATUS = '05'
               OPEN OUTPUT XREG-FILE
           END-IF.
           CLOSE XREG-FILE.

       CLOSE-EXPORT-FILE-EXIT.
           EXIT.

       WRITE-EXPORT-RECORD.
           WRITE EOD-EXP-LINE FROM WK-EXP-RECORD.
           ADD 1 TO WK-EXP-COUNT.
       EXPORT-ONE-FATOUT.
           MOVE FAT-OUT-N TO WK-EDIT-N.
           MOVE FAT-OUT-RESULT TO WK-EDIT-FAT.
           MOVE FAT-OUT-R TO WK-EDIT-R.
           MOVE SPACES TO WK-EXP-RECORD.
           STRING 'FATORIAL;' FAT-OUT-RUN-DATE ';'
               FUNCTION TRIM(FAT-OUT-REQ-ID) ';'
               FUNCTION TRIM(WK-EDIT-N) ';'
               FUNCTION TRIM(WK-EDIT-FAT) ';'
               FAT-OUT-STATUS ';'
               FAT-OUT-FUNCTION ';'
               FUNCTION TRIM(WK-EDIT-R)
               DELIMITED BY SIZE INTO WK-EXP-RECORD.
           PERFORM WRITE-EXPORT-RECORD.

               END-IF
           END-IF.

      *> PARA numbers its records from 1 whatever the ranges or the
      *> mode, so the record count must equal the last number on
      *> file - anything else means a half-written or stale PAROUT.
       RECON-PARA-ITEM.
           MOVE 'PAROUT LINHAS vs SEQ' TO WK-RECON-ITEM.
           IF (WK-PAR-STATUS NOT = '10' AND WK-PAR-STATUS NOT = '00')
               OR WK-PAR-COUNT = 0
               PERFORM WRITE-RECON-SKIP
           ELSE
               MOVE WK-PAR-COUNT TO WK-EDIT-INT
               MOVE WK-EDIT-INT TO WK-RECON-LHS
               MOVE WK-PAR-LAST-I TO WK-EDIT-INT
               MOVE WK-EDIT-INT TO WK-RECON-RHS
               IF WK-PAR-COUNT = WK-PAR-LAST-I
                   PERFORM WRITE-RECON-MATCH
               ELSE
                   PERFORM WRITE-RECON-MISMATCH
