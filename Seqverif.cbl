      *          equal last - first + 1, and a series' stream id may
      *          not repeat elsewhere in the file. Ends with
      *          RETURN-CODE 8 on a broken file so the COBSUITE COND
      *          chain stops the night's run. An empty SEQOUT is
      *          only sound when CONTADOR ran on a request deck and
      *          its NUMCONF confirmations granted no block at all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             SELECT VER-RPT-FILE ASSIGN TO "SEQVRPT"
                 ORGANIZATION IS SEQUENTIAL.

             SELECT CONF-FILE ASSIGN TO "NUMCONF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CONF-STATUS.

             SELECT USER-FILE ASSIGN TO "USERLIST"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-USERFILE-STATUS.
            LABEL RECORDS ARE STANDARD.
        01  VER-RPT-LINE            PIC X(80).

        FD  CONF-FILE
            LABEL RECORDS ARE STANDARD.
            COPY WKBCNF.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-SEQOUT-STATUS    PIC X(02).
       77  WK-SEEN-IX          PIC 9(02) COMP VALUE 0.
       77  WK-SEEN-MAX         PIC 9(02) COMP VALUE 0.
       77  WK-ID-REPEAT        PIC X(01) VALUE 'N'.
       77  WK-CONF-STATUS      PIC X(02).
       77  WK-CONF-GRANTS      PIC 9(05) VALUE 0.
       77  WK-NO-DEMAND        PIC X(01) VALUE 'N'.
           88  NOTHING-REQUESTED   VALUE 'Y'.
       77  WK-OPERATOR-ID      PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY       PIC 9(02) VALUE 0.
           COPY WKERR.
           COPY WKDIG.
           COPY WKUSER.
           COPY WKMSG.
           COPY WKSIM.

      *> Stream ids already closed out, so a restart that re-opened
      *> a finished series (duplicate H) is caught.
           OPEN INPUT SEQ-OUT-FILE.
           OPEN OUTPUT VER-RPT-FILE.
           WRITE VER-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE VER-RPT-LINE FROM WK-SIM-BANNER
           END-IF.

           IF WK-SEQOUT-STATUS NOT = '00'
               MOVE 'SEQOUT NAO DISPONIVEL' TO WK-RPT-ERR-MSG
               PERFORM WRITE-ERROR-LINE
           END-IF.
           IF WK-STRM-TOTAL = 0 AND NOT STREAM-OPEN
               PERFORM CHECK-DEMAND-RUN
           END-IF.
           IF WK-STRM-TOTAL = 0 AND NOT STREAM-OPEN
               AND NOT NOTHING-REQUESTED
               MOVE 'NENHUMA SERIE NO ARQUIVO' TO WK-RPT-ERR-MSG
               MOVE 0 TO WK-CHECK-VALUE
               PERFORM WRITE-ERROR-LINE
           END-IF.

      *> NUMCONF is allocated only to a demand-driven CONTADOR; with
      *> no block granted on it there was nothing to put on SEQOUT.
       CHECK-DEMAND-RUN.
           MOVE 0 TO WK-CONF-GRANTS.
           OPEN INPUT CONF-FILE.
           IF WK-CONF-STATUS = '00'
               PERFORM UNTIL WK-CONF-STATUS = '10'
                   READ CONF-FILE
                       AT END
                           MOVE '10' TO WK-CONF-STATUS
                       NOT AT END
                           IF BCNF-HAS-RANGE
                               ADD 1 TO WK-CONF-GRANTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONF-FILE
               IF WK-CONF-GRANTS = 0
                   SET NOTHING-REQUESTED TO TRUE
               END-IF
           ELSE
               CLOSE CONF-FILE
           END-IF.

       WRITE-ERROR-LINE.
           MOVE WK-CHECK-VALUE TO WK-RPT-ERR-VALUE.
           WRITE VER-RPT-LINE FROM WK-RPT-ERROR.
