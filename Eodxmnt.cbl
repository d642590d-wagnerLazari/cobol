
        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        WORKING-STORAGE SECTION.
       77  WK-XREG-STATUS  PIC X(02).
