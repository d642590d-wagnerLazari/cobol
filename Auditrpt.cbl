        FILE SECTION.
        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD       PIC X(117).

        FD  AUD-ARCH-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUD-ARCH-RECORD         PIC X(117).

        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  AUD-RPT-FILE
            LABEL RECORDS ARE STANDARD.

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-SEL-OPERATOR     PIC X(08) VALUE SPACES.
