      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly backup of the suite's master files as one
      *          consistent set. USERLIST, CALENDAR, PARMCTL,
      *          STREAMDEF, STRMPOS, BATCHLED, PROCREG, DEPTMST,
      *          EODXREG and HISTORY are all copied in the same step,
      *          once the night's updates are done, into one dated
      *          generation of BKUPSET (WKBKUP): a header with the
      *          processing date, every record of every file, and a
      *          closing manifest giving each file's record count and
      *          control total (WKBKUPP). A file not available is
      *          listed in the manifest as such and the set is still
      *          taken; a file that fails part way through its read,
      *          or a set that cannot be written, ends the step with
      *          RETURN-CODE 8 and BKP0002 as action required. The
      *          manifest is printed on BKUPRPT and the set is
      *          recorded on AUDITLOG. MSTREST checks a generation
      *          against its manifest and restores from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT CAL-FILE ASSIGN TO "CALENDAR"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT PARM-FILE ASSIGN TO "PARMCTL"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT STRM-DEF-FILE ASSIGN TO "STREAMDEF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT POS-FILE ASSIGN TO "STRMPOS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT BLED-FILE ASSIGN TO "BATCHLED"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT PREG-FILE ASSIGN TO "PROCREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT DEPT-MST-FILE ASSIGN TO "DEPTMST"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DEPT-MST-DEPT
                 FILE STATUS IS WK-MST-STATUS.

             SELECT XREG-FILE ASSIGN TO "EODXREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-MST-STATUS.

             SELECT HIST-FILE ASSIGN TO "HISTORY"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-FILE-KEY
                 FILE STATUS IS WK-MST-STATUS.

             SELECT SET-FILE ASSIGN TO "BKUPSET"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-BKUP-STATUS.

             SELECT BKUP-RPT-FILE ASSIGN TO "BKUPRPT"
                 ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.

        FILE SECTION.
        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
        01  CAL-FILE-RECORD         PIC X(29).

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  STRM-DEF-FILE
            LABEL RECORDS ARE STANDARD.
        01  STRM-DEF-FILE-RECORD    PIC X(22).

        FD  POS-FILE
            LABEL RECORDS ARE STANDARD.
        01  POS-FILE-RECORD         PIC X(13).

        FD  BLED-FILE
            LABEL RECORDS ARE STANDARD.
        01  BLED-FILE-RECORD        PIC X(06).

        FD  PREG-FILE
            LABEL RECORDS ARE STANDARD.
        01  PREG-FILE-RECORD        PIC X(35).

        FD  DEPT-MST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDMST.

        FD  XREG-FILE
            LABEL RECORDS ARE STANDARD.
        01  XREG-FILE-RECORD        PIC X(46).

        FD  HIST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKHISTF.

        FD  SET-FILE
            LABEL RECORDS ARE STANDARD.
        01  SET-FILE-RECORD         PIC X(93).

        FD  BKUP-RPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  BKUP-RPT-LINE           PIC X(80).

        WORKING-STORAGE SECTION.
       77  WK-MST-STATUS   PIC X(02).
      *> The status the read loop stopped on, kept across the CLOSE.
       77  WK-READ-STATUS  PIC X(02).
       77  WK-FILE-IX      PIC 9(02) COMP VALUE 0.
       77  WK-FILE-OPENED  PIC X(01) VALUE 'N'.
           88  MASTER-FILE-OPENED VALUE 'Y'.
       77  WK-COPIED-FILES PIC 9(02) VALUE 0.
       77  WK-ABSENT-FILES PIC 9(02) VALUE 0.
       77  WK-FAILED-FILES PIC 9(02) VALUE 0.
       77  WK-SET-RECORDS  PIC 9(07) VALUE 0.
      *> Set once a write to BKUPSET fails: the generation is then
      *> unusable whatever the manifest says.
       77  WK-SET-FAILED   PIC X(01) VALUE 'N'.
           88  SET-WRITE-FAILED VALUE 'Y'.
           COPY WKBKUP.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKCAL.
           COPY WKRUN.
           COPY WKMSG.
           COPY WKSIM.

      *> Manifest entries as the files are taken, written to the end
      *> of the set and printed once every file has been copied.
       01  WK-MAN-TABLE.
           05  WK-MAN-ENTRY OCCURS 10 TIMES.
               10  WK-MAN-STATE    PIC X(01).
               10  WK-MAN-COUNT    PIC 9(07).
               10  WK-MAN-TOTAL    PIC 9(09).

       01  WK-RPT-HEADER.
           05  FILLER            PIC X(34) VALUE
               'MANIFESTO DO BACKUP DOS MESTRES - '.
           05  WK-RPT-HDR-DATE   PIC 9(08).
           05  FILLER            PIC X(10) VALUE '  TOMADO '.
           05  WK-RPT-HDR-STAMP  PIC X(16).

       01  WK-RPT-COL-HDR.
           05  FILLER            PIC X(29) VALUE
               'ARQUIVO    SITUACAO'.
           05  FILLER            PIC X(31) VALUE
               'TAM  REGISTROS   TOTAL CONTROLE'.

       01  WK-RPT-FILE-LINE.
           05  WK-RPT-FILE-NAME  PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-RPT-FILE-STATE PIC X(16).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-FILE-LEN   PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WK-RPT-FILE-COUNT PIC Z(8)9.
           05  FILLER            PIC X(07) VALUE SPACES.
           05  WK-RPT-FILE-TOTAL PIC 9(09).

       01  WK-RPT-TOTALS.
           05  FILLER            PIC X(18) VALUE 'ARQUIVOS COPIADOS '.
           05  WK-RPT-COPIED     PIC Z9.
           05  FILLER            PIC X(16) VALUE '  INDISPONIVEIS '.
           05  WK-RPT-ABSENT     PIC Z9.
           05  FILLER            PIC X(19) VALUE '  FALHA NA LEITURA '.
           05  WK-RPT-FAILED     PIC Z9.

       01  WK-RPT-SET-FAILED   PIC X(60) VALUE
           '*** FALHA NA GRAVACAO DO BKUPSET - GERACAO INUTILIZAVEL'.

       PROCEDURE DIVISION.

           MOVE 'MSTBKUP' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.

           OPEN OUTPUT SET-FILE.
           IF WK-BKUP-STATUS NOT = '00'
               DISPLAY 'BKUPSET NAO ALOCADO - BACKUP IMPOSSIVEL'
               CLOSE SET-FILE
               MOVE 'BKP0002' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'BACKUP DOS MESTRES ' CAL-PROC-DATE
                   ' NAO TOMADO - BKUPSET NAO ALOCADO'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO BKUP-RECORD.
           MOVE 'H' TO BKUP-TYPE.
           MOVE 'BKUPSET' TO BKUP-FILE.
           MOVE CAL-PROC-DATE TO BKUP-HEAD-DATE.
           MOVE FUNCTION CURRENT-DATE TO BKUP-HEAD-STAMP.
           MOVE WK-BKUP-FILE-MAX TO BKUP-HEAD-FILES.
           PERFORM WRITE-SET-RECORD.

           PERFORM BACKUP-USERLIST.
           PERFORM BACKUP-CALENDAR.
           PERFORM BACKUP-PARMCTL.
           PERFORM BACKUP-STREAMDEF.
           PERFORM BACKUP-STRMPOS.
           PERFORM BACKUP-BATCHLED.
           PERFORM BACKUP-PROCREG.
           PERFORM BACKUP-DEPTMST.
           PERFORM BACKUP-EODXREG.
           PERFORM BACKUP-HISTORY.

           PERFORM WRITE-SET-MANIFEST.
           CLOSE SET-FILE.

           PERFORM PRINT-MANIFEST.
           PERFORM WRITE-BACKUP-AUDIT.

           IF WK-FAILED-FILES > 0 OR SET-WRITE-FAILED
               MOVE 'BKP0002' TO OMSG-ID
               MOVE 'A' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'BACKUP DOS MESTRES ' CAL-PROC-DATE
                   ' INCOMPLETO - VER BKUPRPT'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               DISPLAY '*** MSTBKUP - BACKUP ' CAL-PROC-DATE
                   ' INCOMPLETO ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'BKP0001' TO OMSG-ID
               MOVE 'I' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'BACKUP DOS MESTRES ' CAL-PROC-DATE ': '
                   WK-COPIED-FILES ' COPIADOS, ' WK-ABSENT-FILES
                   ' INDISPONIVEIS'
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
               DISPLAY 'MSTBKUP - BACKUP ' CAL-PROC-DATE ': '
                   WK-COPIED-FILES ' ARQUIVOS COPIADOS, '
                   WK-ABSENT-FILES ' INDISPONIVEIS'
           END-IF.

           PERFORM REGISTER-STEP-END.

           GOBACK.

      *> One paragraph per master file: each has its own FD, but
      *> they share the status field and the start/copy/end steps,
      *> so the only difference is the file read.
       BACKUP-USERLIST.
           MOVE 1 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT USER-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ USER-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE USER-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE USER-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-CALENDAR.
           MOVE 2 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT CAL-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ CAL-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE CAL-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE CAL-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-PARMCTL.
           MOVE 3 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT PARM-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ PARM-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE PARM-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE PARM-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-STREAMDEF.
           MOVE 4 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT STRM-DEF-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ STRM-DEF-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE STRM-DEF-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE STRM-DEF-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-STRMPOS.
           MOVE 5 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT POS-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ POS-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE POS-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE POS-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-BATCHLED.
           MOVE 6 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT BLED-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ BLED-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE BLED-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE BLED-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-PROCREG.
           MOVE 7 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT PREG-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ PREG-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE PREG-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE PREG-FILE.
           PERFORM END-FILE-BACKUP.

      *> The two KSDS masters are read in key order, which is also
      *> the order MSTREST must load them back in.
       BACKUP-DEPTMST.
           MOVE 8 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT DEPT-MST-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ DEPT-MST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE DEPT-MST-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE DEPT-MST-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-EODXREG.
           MOVE 9 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT XREG-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ XREG-FILE
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE XREG-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE XREG-FILE.
           PERFORM END-FILE-BACKUP.

       BACKUP-HISTORY.
           MOVE 10 TO WK-FILE-IX.
           PERFORM START-FILE-BACKUP.
           OPEN INPUT HIST-FILE.
           IF WK-MST-STATUS = '00'
               SET MASTER-FILE-OPENED TO TRUE
               PERFORM UNTIL WK-MST-STATUS NOT = '00'
                   READ HIST-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WK-MST-STATUS
                       NOT AT END
                           MOVE HIST-FILE-RECORD TO WK-BKUP-IMAGE
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WK-MST-STATUS TO WK-READ-STATUS.
           CLOSE HIST-FILE.
           PERFORM END-FILE-BACKUP.

       START-FILE-BACKUP.
           MOVE 'N' TO WK-FILE-OPENED.
           MOVE 0 TO WK-BKUP-COUNT.
           MOVE 0 TO WK-BKUP-TOTAL.
           MOVE WK-BKUP-FILE-LEN (WK-FILE-IX) TO WK-BKUP-LENGTH.

       COPY-ONE-RECORD.
           PERFORM ADD-TO-CONTROL-TOTAL.
           MOVE SPACES TO BKUP-RECORD.
           MOVE 'D' TO BKUP-TYPE.
           MOVE WK-BKUP-FILE-NAME (WK-FILE-IX) TO BKUP-FILE.
           MOVE WK-BKUP-IMAGE TO BKUP-DATA.
           PERFORM WRITE-SET-RECORD.

      *> A file that never opened is simply not in tonight's set; one
      *> that stopped on anything but end of file was only partly
      *> copied, and its manifest entry says so.
       END-FILE-BACKUP.
           MOVE WK-BKUP-COUNT TO WK-MAN-COUNT (WK-FILE-IX).
           MOVE WK-BKUP-TOTAL TO WK-MAN-TOTAL (WK-FILE-IX).
           IF NOT MASTER-FILE-OPENED
               MOVE 'A' TO WK-MAN-STATE (WK-FILE-IX)
               ADD 1 TO WK-ABSENT-FILES
           ELSE
               IF WK-READ-STATUS = '10'
                   MOVE 'P' TO WK-MAN-STATE (WK-FILE-IX)
                   ADD 1 TO WK-COPIED-FILES
               ELSE
                   MOVE 'F' TO WK-MAN-STATE (WK-FILE-IX)
                   ADD 1 TO WK-FAILED-FILES
                   DISPLAY '*** FALHA NA LEITURA DE '
                       WK-BKUP-FILE-NAME (WK-FILE-IX)
                       ' STATUS ' WK-READ-STATUS ' ***'
               END-IF
           END-IF.

       WRITE-SET-MANIFEST.
           PERFORM VARYING WK-FILE-IX FROM 1 BY 1
               UNTIL WK-FILE-IX > WK-BKUP-FILE-MAX
               MOVE SPACES TO BKUP-RECORD
               MOVE 'M' TO BKUP-TYPE
               MOVE WK-BKUP-FILE-NAME (WK-FILE-IX) TO BKUP-FILE
               MOVE WK-MAN-STATE (WK-FILE-IX) TO BKUP-MAN-STATE
               MOVE WK-BKUP-FILE-LEN (WK-FILE-IX) TO BKUP-MAN-LENGTH
               MOVE WK-MAN-COUNT (WK-FILE-IX) TO BKUP-MAN-COUNT
               MOVE WK-MAN-TOTAL (WK-FILE-IX) TO BKUP-MAN-TOTAL
               PERFORM WRITE-SET-RECORD
           END-PERFORM.

       WRITE-SET-RECORD.
           MOVE BKUP-RECORD TO SET-FILE-RECORD.
           WRITE SET-FILE-RECORD.
           IF WK-BKUP-STATUS NOT = '00'
               SET SET-WRITE-FAILED TO TRUE
           ELSE
               ADD 1 TO WK-SET-RECORDS
           END-IF.

       PRINT-MANIFEST.
           OPEN OUTPUT BKUP-RPT-FILE.
           MOVE CAL-PROC-DATE TO WK-RPT-HDR-DATE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WK-RPT-HDR-STAMP.
           WRITE BKUP-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE BKUP-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           WRITE BKUP-RPT-LINE FROM WK-RPT-COL-HDR.
           PERFORM VARYING WK-FILE-IX FROM 1 BY 1
               UNTIL WK-FILE-IX > WK-BKUP-FILE-MAX
               MOVE WK-BKUP-FILE-NAME (WK-FILE-IX)
                   TO WK-RPT-FILE-NAME
               EVALUATE WK-MAN-STATE (WK-FILE-IX)
                   WHEN 'P'
                       MOVE 'COPIADO' TO WK-RPT-FILE-STATE
                   WHEN 'A'
                       MOVE 'INDISPONIVEL' TO WK-RPT-FILE-STATE
                   WHEN OTHER
                       MOVE 'FALHA NA LEITURA' TO WK-RPT-FILE-STATE
               END-EVALUATE
               MOVE WK-BKUP-FILE-LEN (WK-FILE-IX) TO WK-RPT-FILE-LEN
               MOVE WK-MAN-COUNT (WK-FILE-IX) TO WK-RPT-FILE-COUNT
               MOVE WK-MAN-TOTAL (WK-FILE-IX) TO WK-RPT-FILE-TOTAL
               WRITE BKUP-RPT-LINE FROM WK-RPT-FILE-LINE
           END-PERFORM.
           MOVE WK-COPIED-FILES TO WK-RPT-COPIED.
           MOVE WK-ABSENT-FILES TO WK-RPT-ABSENT.
           MOVE WK-FAILED-FILES TO WK-RPT-FAILED.
           WRITE BKUP-RPT-LINE FROM WK-RPT-TOTALS.
           IF SET-WRITE-FAILED
               WRITE BKUP-RPT-LINE FROM WK-RPT-SET-FAILED
           END-IF.
           CLOSE BKUP-RPT-FILE.

       WRITE-BACKUP-AUDIT.
           PERFORM OPEN-AUDIT-LOG.
           MOVE SPACES TO AUDIT-OPERATOR.
           MOVE 'MSTBKUP' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING 'BACKUP ' CAL-PROC-DATE ' COPIADOS=' WK-COPIED-FILES
               ' INDISP=' WK-ABSENT-FILES ' FALHA=' WK-FAILED-FILES
               ' REGS=' WK-SET-RECORDS
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           COPY WKBKUPP.

           COPY WKAUDITP.

           COPY WKCALP.

           COPY WKRUNP.

           COPY WKMSGP.

       END PROGRAM MSTBKUP.
