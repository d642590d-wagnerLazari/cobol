        FILE SECTION.
        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  AUDIT-FILE-RECORD       PIC X(117).

        FD  ERR-FILE
            LABEL RECORDS ARE STANDARD.
           COPY WKAUDIT.
           COPY WKERR.
           COPY WKCARD.
           COPY WKRUN.
           COPY WKSIM.

       01  WK-USR-TABLE.
           05  WK-USR-ENTRY OCCURS 100 TIMES.
               10  WK-USR-RECORD   PIC X(33).

       01  WK-RPT-HEADER       PIC X(60) VALUE
           'REVISAO PERIODICA DE ACESSO DOS OPERADORES'.
           05  FILLER            PIC X(10) VALUE 'OPERADOR: '.
           05  WK-RPT-OPER-ID    PIC X(08).
           05  FILLER            PIC X(07) VALUE '  AUT: '.
           05  WK-RPT-FLAGS      PIC X(10).
           05  FILLER            PIC X(10) VALUE '  EXPIRA: '.
           05  WK-RPT-EXPIRY     PIC X(08).


       PROCEDURE DIVISION.

           MOVE 'USERREVW' TO RUN-CTL-STEP.
           PERFORM REGISTER-STEP-START.
           IF RUN-CTL-ACTION NOT = 'P'
               GOBACK
           END-IF.

           PERFORM LOAD-RUN-CARDS.
           MOVE 'DIAS-DORM' TO WK-CARD-WANTED.
           PERFORM GET-RUN-CARD.

           OPEN OUTPUT REV-RPT-FILE.
           WRITE REV-RPT-LINE FROM WK-RPT-HEADER.
           IF RUN-SIMULATED
               WRITE REV-RPT-LINE FROM WK-SIM-BANNER
           END-IF.
           MOVE WK-SEL-FROM TO WK-RPT-SEL-FROM.
           MOVE WK-SEL-TO TO WK-RPT-SEL-TO.
           MOVE WK-DORM-DAYS TO WK-RPT-DORM.

           DISPLAY 'USERREVW - ' WK-USR-MAX ' OPERADORES REVISADOS'.

           PERFORM REGISTER-STEP-END.

           GOBACK.

       LOAD-USER-TABLE.
           MOVE WK-USR-RECORD (WK-USR-IX) TO USER-RECORD.
           MOVE USER-ID TO WK-RPT-OPER-ID.
           MOVE USER-AUTH-FLAGS TO WK-RPT-FLAGS.
           MOVE USER-AUTH-USERMNT TO WK-RPT-FLAGS(10:1).
           MOVE USER-EXPIRY-X TO WK-RPT-EXPIRY.
           WRITE REV-RPT-LINE FROM WK-RPT-OPER-LINE.
           PERFORM SCAN-AUDIT-FOR-OPERATOR.

           COPY WKCARDP.

           COPY WKRUNP.

       END PROGRAM USERREVW.
