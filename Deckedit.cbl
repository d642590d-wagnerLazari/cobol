      * Date:
      * Purpose: Afternoon pre-validation gate for the FATIN and
      *          SOMAIN decks. Applies exactly the edits the night
      *          will apply - FATORIAL's request edit (WKFATVP:
      *          numeric FAT-IN-N, the function code and the nCr/nPr
      *          second operand),
      *          and for SOMAIN the shared VALIDATE-AMOUNT edit
      *          (WKAMTP, the same copybook SOMA2 executes), the
      *          operation codes, the batch header/trailer structure
        01  FAT-IN-RECORD.
            05  FAT-IN-N            PIC X(03).
            05  FAT-IN-REQ-ID       PIC X(08).
            05  FAT-IN-FUNCTION     PIC X(01).
            05  FAT-IN-R            PIC X(03).

        FD  SOMA-IN-FILE
            LABEL RECORDS ARE STANDARD.
                10  SOMA-IN-BATCH-ID    PIC X(08).
                10  SOMA-IN-BATCH-DEPT  PIC X(10).
                10  FILLER          PIC X(02).
            05  SOMA-IN-CURRENCY    PIC X(03).

        FD  EDT-RPT-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-FAT-SEEN     PIC X(01) VALUE 'N'.
       77  WK-SOMA-SEEN    PIC X(01) VALUE 'N'.
           COPY WKAMT.
           COPY WKFATV.

      *> The would-be error lines use the same shapes FATERR and
      *> SOMAERR will use at night, so the submitter sees exactly
           05  WK-FAT-ERR-RECNUM PIC ZZZZ9.
           05  FILLER            PIC X(11) VALUE '  VALOR: '.
           05  WK-FAT-ERR-VALUE  PIC X(10).
           05  WK-FAT-ERR-REASON PIC X(30).

       01  WK-SOMA-ERR-FMT.
           05  FILLER            PIC X(11) VALUE 'REG ERRO: '.

           GOBACK.

      *> The same edit FATORIAL's batch loop applies (WKFATVP);
      *> anything it rejects becomes a FATERR line at night.
       EDIT-FATIN-DECK.
           WRITE EDT-RPT-LINE FROM WK-SECTION-FAT.
           MOVE 0 TO WK-REC-COUNT.
                           MOVE '10' TO WK-FATIN-STATUS
                       NOT AT END
                           ADD 1 TO WK-REC-COUNT
                           PERFORM EDIT-FAT-REQUEST
                           IF NOT FAT-REQ-IS-VALID
                               ADD 1 TO WK-FAT-ERRORS
                               MOVE WK-REC-COUNT
                                   TO WK-FAT-ERR-RECNUM
                               MOVE WK-FTV-VALUE TO WK-FAT-ERR-VALUE
                               MOVE WK-FTV-REASON
                                   TO WK-FAT-ERR-REASON
                               WRITE EDT-RPT-LINE
                                   FROM WK-FAT-ERR-FMT
                           END-IF

           COPY WKAMTP.

           COPY WKFATVP.

       END PROGRAM DECKEDIT.
