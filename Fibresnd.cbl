      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retransmission of one prior run date's FIBIC feed,
      *          for the same-day re-send FIBRECON's RC 8 calls for,
      *          instead of extracting the records from FIBIC by hand
      *          once later runs are mixed in. Takes the run date on
      *          a DATA card (prompted when interactive), pulls that
      *          date's FIB-IC records - when the date was run more
      *          than once, the last run's records, as FIBRECON
      *          counts it - renumbers them from 1 and writes them to
      *          the separate FIBRSND dataset under the next resend
      *          generation for the date. The resend is registered on
      *          FIBRSREG, where FIBRECON finds the generation's count
      *          when the package acknowledges it, and logged to
      *          AUDITLOG. Ends with RETURN-CODE 8 when there is no
      *          valid date or no FIBIC record for it. Run ad hoc;
      *          it registers nothing in the run ledger.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRESND.

       ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
         SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

        INPUT-OUTPUT SECTION.
         FILE-CONTROL.
             SELECT FIB-IC-FILE ASSIGN TO "FIBIC"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-IC-STATUS.

             SELECT RSND-FILE ASSIGN TO "FIBRSND"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-RSND-STATUS.

             SELECT RSREG-FILE ASSIGN TO "FIBRSREG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-RSREG-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.

             SELECT CARD-FILE ASSIGN TO "RUNCARDS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CARD-STATUS.

       DATA DIVISION.

        FILE SECTION.
        FD  FIB-IC-FILE
            LABEL RECORDS ARE STANDARD.
        01  FIB-IC-FILE-RECORD      PIC X(14).

        FD  RSND-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFRSD.

        FD  RSREG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKFRSG.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARD-FILE-RECORD        PIC X(30).

        WORKING-STORAGE SECTION.
       77  WK-IC-STATUS    PIC X(02).
       77  WK-RSND-STATUS  PIC X(02).
       77  WK-RSREG-STATUS PIC X(02).
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-DATE-EDIT    PIC X(08) VALUE SPACES.
       77  WK-RESEND-DATE  PIC X(08) VALUE SPACES.
       77  WK-LAST-SEQ     PIC 9(03) VALUE 0.
       77  WK-VAL-COUNT    PIC 9(03) VALUE 0.
       77  WK-VAL-IX       PIC 9(03) COMP VALUE 0.
       77  WK-LAST-GEN     PIC 9(02) VALUE 0.
       77  WK-NEW-GEN      PIC 9(02) VALUE 0.
      *> Set when FIBIC holds more records for the date than the
      *> table; a truncated resend would only fail reconciliation
      *> again, so nothing is sent.
       77  WK-TBL-OVFL     PIC X(01) VALUE 'N'.
           88  TABLE-OVERFLOWED VALUE 'Y'.
           COPY WKFIBIC.
           COPY WKUSER.
           COPY WKCARD.
      *> Present only so the shared sign-on compiles; the resend
      *> always runs the card or prompt dialog (the token is never
      *> 'OPER' here).
           COPY WKOPER.
           COPY WKAUDIT.
           COPY WKAWTR.
           COPY WKERR.
           COPY WKCAL.
           COPY WKMSG.

      *> The date's FIB-IC values in sequence order. FIB-IC-SEQ is
      *> three digits, so one run never writes more than 999.
       01  WK-VAL-TABLE.
           05  WK-VAL-ENTRY OCCURS 999 TIMES PIC 9(03).

       PROCEDURE DIVISION.

           PERFORM RESOLVE-PROCESS-DATE.
           PERFORM LOAD-RUN-CARDS.
           MOVE 'FIBRESND' TO WK-VALIDATE-PROGRAM.
           PERFORM SIGN-ON-OPERATOR.
           IF NOT USER-IS-VALID
               DISPLAY 'OPERADOR NAO AUTORIZADO - ENCERRANDO'
               PERFORM LOG-OPERATOR-ERROR
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-RESEND-DATE.
           IF WK-RESEND-DATE = SPACES
               DISPLAY '*** DATA DO FEED INVALIDA - NADA REENVIADO ***'
               MOVE 'DATA DO FEED AUSENTE OU INVALIDA' TO ERR-DETAIL
               PERFORM LOG-RESEND-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM EXTRACT-DATE-RECORDS.
           IF TABLE-OVERFLOWED
               DISPLAY '*** FIBIC COM MAIS DE 999 REGISTROS NA DATA ***'
               STRING 'FIBIC COM MAIS DE 999 REGISTROS EM '
                   WK-RESEND-DATE ' - NADA REENVIADO'
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-RESEND-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WK-VAL-COUNT = 0
               DISPLAY '*** NENHUM REGISTRO FIBIC PARA ' WK-RESEND-DATE
                   ' ***'
               STRING 'NENHUM REGISTRO FIBIC PARA ' WK-RESEND-DATE
                   ' - NADA REENVIADO'
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-RESEND-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM FIND-LAST-GENERATION.
           IF WK-LAST-GEN = 99
               DISPLAY '*** LIMITE DE 99 REENVIOS PARA A DATA ***'
               STRING 'LIMITE DE 99 REENVIOS ATINGIDO PARA '
                   WK-RESEND-DATE
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-RESEND-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WK-NEW-GEN = WK-LAST-GEN + 1.

           PERFORM WRITE-RESEND-DATASET.
           IF WK-RSND-STATUS NOT = '00'
               DISPLAY '*** FALHA AO GRAVAR FIBRSND - STATUS '
                   WK-RSND-STATUS ' ***'
               STRING 'FALHA AO GRAVAR FIBRSND - STATUS '
                   WK-RSND-STATUS
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-RESEND-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM REGISTER-RESEND.

           PERFORM OPEN-AUDIT-LOG.
           MOVE WK-OPERATOR-ID TO AUDIT-OPERATOR.
           MOVE 'FIBRESND' TO AUDIT-PROGRAM.
           STRING 'REENVIO FIBIC DATA=' WK-RESEND-DATE
               ' GERACAO=' WK-NEW-GEN ' REGISTROS=' WK-VAL-COUNT
               DELIMITED BY SIZE INTO AUDIT-DETAIL.
           PERFORM WRITE-AUDIT-ENTRY.
           PERFORM CLOSE-AUDIT-LOG.

           MOVE 'FRS0001' TO OMSG-ID.
           MOVE 'I' TO OMSG-SEVERITY.
           MOVE SPACES TO OMSG-TEXT.
           STRING 'FIBIC ' WK-RESEND-DATE ' REENVIADO - GERACAO '
               WK-NEW-GEN ' REGISTROS=' WK-VAL-COUNT
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

           DISPLAY 'FIBRESND - DATA ' WK-RESEND-DATE ' GERACAO '
               WK-NEW-GEN ' - ' WK-VAL-COUNT ' REGISTROS'.

           GOBACK.

      *> A DATA card names the feed to re-send; with a RUNCARDS
      *> allocation but no card nothing is sent rather than the
      *> run waiting on a console answer.
       GET-RESEND-DATE.
           MOVE SPACES TO WK-DATE-EDIT.
           MOVE 'DATA' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.
           IF CARD-VALUE-FOUND
               MOVE WK-CARD-TEXT(1:8) TO WK-DATE-EDIT
           ELSE
               IF NOT RUN-CARDS-PRESENT
                   DISPLAY 'DATA DO FEED A REENVIAR (AAAAMMDD)'
                   ACCEPT WK-DATE-EDIT
                       ON EXCEPTION
                           MOVE SPACES TO WK-DATE-EDIT
                   END-ACCEPT
               END-IF
           END-IF.
           IF WK-DATE-EDIT IS NUMERIC
               AND WK-DATE-EDIT(5:2) >= '01'
               AND WK-DATE-EDIT(5:2) <= '12'
               AND WK-DATE-EDIT(7:2) >= '01'
               AND WK-DATE-EDIT(7:2) <= '31'
               MOVE WK-DATE-EDIT TO WK-RESEND-DATE
           ELSE
               MOVE SPACES TO WK-RESEND-DATE
           END-IF.

      *> FIBONACCI restarts FIB-IC-SEQ at 1 every run, so a sequence
      *> that does not climb means the date was run again: the
      *> earlier run's records are dropped and the later run is
      *> what goes out.
       EXTRACT-DATE-RECORDS.
           MOVE 0 TO WK-VAL-COUNT.
           MOVE 0 TO WK-LAST-SEQ.
           OPEN INPUT FIB-IC-FILE.
           IF WK-IC-STATUS = '00'
               PERFORM UNTIL WK-IC-STATUS = '10'
                   READ FIB-IC-FILE
                       AT END
                           MOVE '10' TO WK-IC-STATUS
                       NOT AT END
                           MOVE FIB-IC-FILE-RECORD TO FIB-IC-RECORD
                           IF FIB-IC-RUN-DATE = WK-RESEND-DATE
                               AND FIB-IC-SEQ IS NUMERIC
                               PERFORM KEEP-DATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIB-IC-FILE
           ELSE
               CLOSE FIB-IC-FILE
               DISPLAY 'FIBIC NAO DISPONIVEL - STATUS ' WK-IC-STATUS
           END-IF.

       KEEP-DATE-RECORD.
           IF FIB-IC-SEQ NOT > WK-LAST-SEQ
               MOVE 0 TO WK-VAL-COUNT
           END-IF.
           MOVE FIB-IC-SEQ TO WK-LAST-SEQ.
           IF WK-VAL-COUNT < 999
               ADD 1 TO WK-VAL-COUNT
               MOVE FIB-IC-VALUE TO WK-VAL-ENTRY (WK-VAL-COUNT)
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
           END-IF.

       FIND-LAST-GENERATION.
           MOVE 0 TO WK-LAST-GEN.
           OPEN INPUT RSREG-FILE.
           IF WK-RSREG-STATUS = '00'
               PERFORM UNTIL WK-RSREG-STATUS = '10'
                   READ RSREG-FILE
                       AT END
                           MOVE '10' TO WK-RSREG-STATUS
                       NOT AT END
                           IF FRSG-RUN-DATE = WK-RESEND-DATE
                               AND FRSG-GEN IS NUMERIC
                               AND FRSG-GEN > WK-LAST-GEN
                               MOVE FRSG-GEN TO WK-LAST-GEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RSREG-FILE
           ELSE
               CLOSE RSREG-FILE
           END-IF.

       WRITE-RESEND-DATASET.
           OPEN OUTPUT RSND-FILE.
           IF WK-RSND-STATUS = '00'
               PERFORM VARYING WK-VAL-IX FROM 1 BY 1
                   UNTIL WK-VAL-IX > WK-VAL-COUNT
                   MOVE WK-VAL-IX TO FRSD-SEQ
                   MOVE WK-VAL-ENTRY (WK-VAL-IX) TO FRSD-VALUE
                   MOVE WK-RESEND-DATE TO FRSD-RUN-DATE
                   MOVE WK-NEW-GEN TO FRSD-GEN
                   WRITE FRSD-RECORD
               END-PERFORM
               CLOSE RSND-FILE
           ELSE
               CLOSE RSND-FILE
           END-IF.

       REGISTER-RESEND.
           OPEN EXTEND RSREG-FILE.
           IF WK-RSREG-STATUS = '35' OR WK-RSREG-STATUS = '05'
               OPEN OUTPUT RSREG-FILE
           END-IF.
           IF WK-RSREG-STATUS = '00'
               MOVE WK-RESEND-DATE TO FRSG-RUN-DATE
               MOVE WK-NEW-GEN TO FRSG-GEN
               MOVE CAL-PROC-DATE TO FRSG-SENT-DATE
               MOVE WK-VAL-COUNT TO FRSG-COUNT
               MOVE WK-OPERATOR-ID TO FRSG-OPERATOR
               WRITE FRSG-RECORD
               CLOSE RSREG-FILE
           ELSE
               CLOSE RSREG-FILE
               STRING 'FIBRSREG INDISPONIVEL (STATUS ' WK-RSREG-STATUS
                   ') - GERACAO ' WK-NEW-GEN ' NAO REGISTRADA'
                   DELIMITED BY SIZE INTO ERR-DETAIL
               PERFORM LOG-RESEND-ERROR
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Callers STRING or MOVE the detail first.
       LOG-RESEND-ERROR.
           MOVE 'FIBRESND' TO ERR-PROGRAM.
           MOVE 'REENVIO' TO ERR-TYPE.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-OPERATOR-ERROR.
           MOVE 'FIBRESND' TO ERR-PROGRAM.
           MOVE 'SIGNON' TO ERR-TYPE.
           STRING 'OPERADOR ' WK-OPERATOR-ID ' NAO AUTORIZADO APOS '
               WK-OPER-RETRY ' TENTATIVAS'
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

           COPY WKAUDITP.

           COPY WKERRP.

           COPY WKUSERP.

           COPY WKCARDP.

           COPY WKSIGNP.

           COPY WKCALP.

           COPY WKMSGP.

       END PROGRAM FIBRESND.
