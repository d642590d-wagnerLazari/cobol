      *          files are rewritten with only the kept entries -
      *          audit entries are archived, never deleted outright.
      *          Kept/archived counts are displayed and the audit
      *          trail gets one entry per file purged. AUDITLOG
      *          entries are chained (AUDITWTR), so only the oldest
      *          run of entries moves: from the first entry kept,
      *          everything after it stays live, and the archive
      *          always ends with the entry the live log's chain
      *          continues from. The records move unchanged, chain
      *          fields included.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD       PIC X(117).

        FD  AUD-ARCH-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUD-ARCH-RECORD         PIC X(117).

        FD  AUD-KEEP-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUD-KEEP-RECORD         PIC X(117).

        FD  ERR-FILE
            LABEL RECORDS ARE STANDARD.

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        WORKING-STORAGE SECTION.
           COPY WKAUDIT.
       77  WK-AUD-ARCH         PIC 9(07) VALUE 0.
       77  WK-ERR-KEPT         PIC 9(07) VALUE 0.
       77  WK-ERR-ARCH         PIC 9(07) VALUE 0.
      *> Set at the first audit entry kept; a later entry older than
      *> the window (a clock set back) stays with it, so AUDARCH and
      *> AUDITLOG read in that order keep the chain in sequence.
       77  WK-AUD-KEEPING      PIC X(01) VALUE 'N'.
           88  AUDIT-KEEPING-STARTED VALUE 'Y'.

       PROCEDURE DIVISION.

               GOBACK
           END-IF.

      *> AUDITLOG and ERRLOG are the only record a simulated night
      *> leaves; they are not purged or archived by one.
           IF RUN-SIMULATED
               DISPLAY 'LOGPURGE - SIMULACAO, NADA EXPURGADO'
               PERFORM REGISTER-STEP-END
               GOBACK
           END-IF.

           PERFORM OPEN-PARM-FILE.
           PERFORM CLOSE-PARM-FILE.
           IF PARM-AUDIT-RET-DAYS IS NUMERIC
           MOVE AUDIT-FILE-RECORD(1:8) TO WK-ENTRY-DATE-X.
           PERFORM AGE-OF-ENTRY-DATE.
           IF WK-AGE-DAYS > WK-AUDIT-RET-DAYS
               AND NOT AUDIT-KEEPING-STARTED
               MOVE AUDIT-FILE-RECORD TO AUD-ARCH-RECORD
               WRITE AUD-ARCH-RECORD
               ADD 1 TO WK-AUD-ARCH
           ELSE
               SET AUDIT-KEEPING-STARTED TO TRUE
               MOVE AUDIT-FILE-RECORD TO AUD-KEEP-RECORD
               WRITE AUD-KEEP-RECORD
               ADD 1 TO WK-AUD-KEPT
