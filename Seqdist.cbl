      *          with its record counts. Runs after SEQVERIF, so
      *          the input is already proven sound; a structural
      *          surprise or more series than output allocations
      *          still ends the step with RETURN-CODE 8. The range
      *          of document numbers each prefixed series handed out
      *          is appended to the DOCISS register under the
      *          processing date, for DOCRECON to account for.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             SELECT MAN-RPT-FILE ASSIGN TO "SEQDMAN"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT ISS-FILE ASSIGN TO "DOCISS"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ISS-STATUS.

       DATA DIVISION.

        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  MAN-RPT-LINE            PIC X(80).

        FD  ISS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKDISS.

        WORKING-STORAGE SECTION.
       77  WK-SEQOUT-STATUS    PIC X(02).
       77  WK-CUR-SLOT         PIC 9(02) COMP VALUE 0.
       77  WK-ERROR-COUNT      PIC 9(05) VALUE 0.
       77  WK-LOST-STREAMS     PIC 9(02) VALUE 0.
       77  WK-SLOT-DISP        PIC 9(01) VALUE 0.
       77  WK-ISS-STATUS       PIC X(02).
      *> Document-number range of the series being distributed,
      *> taken from its first and last prefixed detail.
       77  WK-ISS-SEEN         PIC X(01) VALUE 'N'.
           88  ISS-RANGE-SEEN      VALUE 'Y'.
       77  WK-ISS-PREFIX       PIC X(03) VALUE SPACES.
       77  WK-ISS-FIRST        PIC 9(05) VALUE 0.
       77  WK-ISS-LAST         PIC 9(05) VALUE 0.
       77  WK-ISS-COUNT        PIC 9(02) VALUE 0.
           COPY WKERR.
           COPY WKAWTR.
           COPY WKRUN.
           COPY WKCAL.
           COPY WKSIM.

      *> One row per output slot: the series it carries and its
      *> record counts for the manifest.
               GOBACK
           END-IF.

           PERFORM RESOLVE-PROCESS-DATE.
           INITIALIZE WK-SLOT-TABLE.
           OPEN OUTPUT MAN-RPT-FILE.
           WRITE MAN-RPT-LINE FROM WK-MAN-HEADER.
           IF RUN-SIMULATED
               WRITE MAN-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           OPEN INPUT SEQ-OUT-FILE.
           IF WK-SEQOUT-STATUS NOT = '00'
           IF WK-ERROR-COUNT = 0
               WRITE MAN-RPT-LINE FROM WK-MAN-CLEAN
               DISPLAY 'SEQDIST - ' WK-SLOT-MAX
                   ' SERIES DISTRIBUIDAS, ' WK-ISS-COUNT
                   ' FAIXAS REGISTRADAS EM DOCISS'
               PERFORM REGISTER-STEP-END
           ELSE
               WRITE MAN-RPT-LINE FROM WK-MAN-BAD
       DISTRIBUTE-RECORD.
           IF SEQ-REC-TYPE = 'H'
               PERFORM OPEN-STREAM-SLOT
               MOVE 'N' TO WK-ISS-SEEN
           END-IF.
           IF WK-CUR-SLOT = 0
               ADD 1 TO WK-ERROR-COUNT
               ADD 1 TO WK-SLOT-RECS (WK-CUR-SLOT)
               IF SEQ-REC-TYPE = 'D'
                   ADD 1 TO WK-SLOT-DTL (WK-CUR-SLOT)
                   IF SEQ-DOC-NUMBER NOT = SPACES
                       PERFORM NOTE-ISSUED-NUMBER
                   END-IF
               END-IF
      *> A simulated series went to no one, so nothing is issued.
               IF SEQ-REC-TYPE = 'T' AND ISS-RANGE-SEEN
                   AND NOT RUN-SIMULATED
                   PERFORM REGISTER-ISSUED-RANGE
               END-IF
           END-IF.

       NOTE-ISSUED-NUMBER.
           IF NOT ISS-RANGE-SEEN
               SET ISS-RANGE-SEEN TO TRUE
               MOVE SEQ-DOC-PREFIX TO WK-ISS-PREFIX
               MOVE SEQ-DOC-VALUE TO WK-ISS-FIRST
           END-IF.
           MOVE SEQ-DOC-VALUE TO WK-ISS-LAST.

      *> Only a series that reached its consumer is registered: one
      *> lost for want of an allocation never got to anyone.
      *> A rerun of the step registers the same range again; DOCRECON
      *> drops the repeat.
       REGISTER-ISSUED-RANGE.
           OPEN EXTEND ISS-FILE.
           IF WK-ISS-STATUS = '35' OR WK-ISS-STATUS = '05'
               OPEN OUTPUT ISS-FILE
           END-IF.
           IF WK-ISS-STATUS NOT = '00'
               DISPLAY 'DOCISS NAO DISPONIVEL - STATUS '
                   WK-ISS-STATUS
               PERFORM LOG-REGISTER-ERROR
               ADD 1 TO WK-ERROR-COUNT
           ELSE
               MOVE WK-SLOT-ID (WK-CUR-SLOT) TO DISS-STREAM-ID
               MOVE WK-ISS-PREFIX TO DISS-PREFIX
               MOVE CAL-PROC-DATE TO DISS-DATE
               MOVE WK-ISS-FIRST TO DISS-FIRST
               MOVE WK-ISS-LAST TO DISS-LAST
               SET DISS-OPEN TO TRUE
               WRITE DISS-RECORD
               ADD 1 TO WK-ISS-COUNT
           END-IF.
           CLOSE ISS-FILE.
           MOVE 'N' TO WK-ISS-SEEN.

       OPEN-STREAM-SLOT.
           IF WK-SLOT-MAX >= 5
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-REGISTER-ERROR.
           MOVE 'SEQDIST' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA AO GRAVAR DOCISS - SERIE '
               WK-SLOT-ID (WK-CUR-SLOT) ' STATUS ' WK-ISS-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-ORPHAN-ERROR.
           MOVE 'SEQDIST' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.

           COPY WKRUNP.

           COPY WKCALP.

       END PROGRAM SEQDIST.
