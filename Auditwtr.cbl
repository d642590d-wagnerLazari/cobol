      *          appends exactly one entry per call, closes at once
      *          so the hold is short, and returns a running count
      *          of entries written by this run unit so callers can
      *          verify nothing was dropped. Each audit entry is
      *          chained: it is written with its chain sequence
      *          number and a check value computed from the entry
      *          and the previous entry's value (WKACHNP), the head
      *          of the chain being kept on AUDCHAIN, so AUDVERIF
      *          can show an entry altered or removed afterwards.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-AUDIT-STATUS.

             SELECT CHAIN-FILE ASSIGN TO "AUDCHAIN"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ACHN-STATUS.

             SELECT ERR-FILE ASSIGN TO "ERRLOG"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-ERRFILE-STATUS.
        FILE SECTION.
        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD.
            05  AUDIT-FILE-ENTRY    PIC X(99).
            05  AUDIT-FILE-SEQ      PIC 9(09).
            05  AUDIT-FILE-CHAIN    PIC 9(09).

        FD  CHAIN-FILE
            LABEL RECORDS ARE STANDARD.
        01  CHAIN-FILE-RECORD       PIC X(39).

        FD  ERR-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-RETRY-MAX        PIC 9(03) COMP VALUE 100.
       77  WK-AUDIT-WRITTEN    PIC 9(07) VALUE 0.
       77  WK-ERR-WRITTEN      PIC 9(07) VALUE 0.
           COPY WKACHN.

        LINKAGE SECTION.
           COPY WKAWTR.
               PERFORM OPEN-AUDIT-EXTEND
           END-PERFORM.
           IF WK-AUDIT-STATUS = '00'
               PERFORM READ-CHAIN-HEAD
               MOVE AWTR-RECORD(1:99) TO WK-ACHN-ENTRY
               COMPUTE WK-ACHN-SEQ = ACHN-HEAD-SEQ + 1
               MOVE ACHN-HEAD-VALUE TO WK-ACHN-PREV
               PERFORM COMPUTE-CHAIN-VALUE
               MOVE WK-ACHN-ENTRY TO AUDIT-FILE-ENTRY
               MOVE WK-ACHN-SEQ TO AUDIT-FILE-SEQ
               MOVE WK-ACHN-VALUE TO AUDIT-FILE-CHAIN
               WRITE AUDIT-FILE-RECORD
               MOVE WK-AUDIT-STATUS TO AWTR-STATUS
               IF AWTR-STATUS = '00'
                   PERFORM WRITE-CHAIN-HEAD
               END-IF
               CLOSE AUDIT-FILE
               IF AWTR-STATUS = '00'
                   ADD 1 TO WK-AUDIT-WRITTEN
               CLOSE AUDIT-FILE
           END-IF.

      *> Read and rewritten while AUDITLOG is held, so two writers
      *> never chain from the same head. A missing head starts the
      *> chain over at 1, which AUDVERIF reports as a break.
       READ-CHAIN-HEAD.
           MOVE 0 TO ACHN-HEAD-SEQ.
           MOVE 0 TO ACHN-HEAD-VALUE.
           OPEN INPUT CHAIN-FILE.
           IF WK-ACHN-STATUS = '00'
               READ CHAIN-FILE
                   AT END
                       MOVE '10' TO WK-ACHN-STATUS
                   NOT AT END
                       MOVE CHAIN-FILE-RECORD TO ACHN-HEAD-RECORD
               END-READ
               CLOSE CHAIN-FILE
           ELSE
               CLOSE CHAIN-FILE
           END-IF.
           IF ACHN-HEAD-SEQ IS NOT NUMERIC
               OR ACHN-HEAD-VALUE IS NOT NUMERIC
               MOVE 0 TO ACHN-HEAD-SEQ
               MOVE 0 TO ACHN-HEAD-VALUE
           END-IF.

       WRITE-CHAIN-HEAD.
           MOVE WK-ACHN-SEQ TO ACHN-HEAD-SEQ.
           MOVE WK-ACHN-VALUE TO ACHN-HEAD-VALUE.
           MOVE AWTR-RECORD(1:21) TO ACHN-HEAD-STAMP.
           OPEN OUTPUT CHAIN-FILE.
           IF WK-ACHN-STATUS = '00'
               MOVE ACHN-HEAD-RECORD TO CHAIN-FILE-RECORD
               WRITE CHAIN-FILE-RECORD
               CLOSE CHAIN-FILE
           ELSE
               CLOSE CHAIN-FILE
           END-IF.

       APPEND-ERROR-ENTRY.
           MOVE 0 TO WK-RETRY.
           PERFORM OPEN-ERROR-EXTEND.
               CLOSE ERR-FILE
           END-IF.

           COPY WKACHNP.

       END PROGRAM AUDITWTR.
