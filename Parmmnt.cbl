      *          shifting every field after it. Displays each
      *          parameter by name with its current value, validates
      *          a new value for numeric content and a sensible
      *          range before it is accepted, rewrites the 58-byte
      *          record on exit, and writes a before/after entry to
      *          AUDITLOG per change so a bad parameter night can be
      *          traced to the change that caused it.
        FILE SECTION.
        FD  PARM-FILE
            LABEL RECORDS ARE STANDARD.
        01  PARM-FILE-RECORD        PIC X(58).

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
       77  WK-OPERATOR-ID  PIC X(08) VALUE SPACES.
       77  WK-OPER-RETRY   PIC 9(02) VALUE 0.
       77  WK-ACTION       PIC X(01) VALUE SPACE.
       77  WK-FIELD-EDIT   PIC X(02) VALUE SPACES.
       77  WK-FIELD-NO     PIC 9(02) VALUE 0.
       77  WK-NEW-EDIT     PIC X(05) VALUE SPACES.
       77  WK-NEW-VALUE    PIC 9(05) VALUE 0.
       77  WK-OLD-VALUE    PIC 9(05) VALUE 0.
           DISPLAY '6 AUDIT-RET-DAYS (LOGPURGE)  '
               PARM-AUDIT-RET-DAYS.
           DISPLAY '7 ERR-RET-DAYS   (LOGPURGE)  ' PARM-ERR-RET-DAYS.
           DISPLAY '8 PARA-X-FROM    (PARA)      ' PARM-PARA-X-FROM.
           DISPLAY '9 PARA-X-TO      (PARA)      ' PARM-PARA-X-TO.
           DISPLAY '10 PARA-X-STEP   (PARA)      ' PARM-PARA-X-STEP.
           DISPLAY '11 PARA-Y-FROM   (PARA)      ' PARM-PARA-Y-FROM.
           DISPLAY '12 PARA-Y-TO     (PARA)      ' PARM-PARA-Y-TO.
           DISPLAY '13 PARA-Y-STEP   (PARA)      ' PARM-PARA-Y-STEP.
           DISPLAY '14 PARA-GRID     (PARA)      ' PARM-PARA-GRID
               ' (1=GRADE)'.
           DISPLAY '15 PARA-GRID-MAX (PARA)      ' PARM-PARA-GRID-MAX.

       EDIT-PARAMETER.
           DISPLAY 'NUMERO DO PARAMETRO (1-15)'
           ACCEPT WK-FIELD-EDIT
               ON EXCEPTION
                   MOVE SPACES TO WK-FIELD-EDIT
           END-ACCEPT.
           MOVE 0 TO WK-FIELD-NO.
           IF WK-FIELD-EDIT NOT = SPACES
               AND FUNCTION TRIM(WK-FIELD-EDIT) IS NUMERIC
               MOVE FUNCTION TRIM(WK-FIELD-EDIT) TO WK-FIELD-NO
           END-IF.
           IF WK-FIELD-NO < 1 OR WK-FIELD-NO > 15
               DISPLAY 'PARAMETRO INVALIDO'
           ELSE
               PERFORM SHOW-CURRENT-VALUE
               DISPLAY 'NOVO VALOR PARA ' WK-FIELD-NAME
                   ' (ATUAL ' WK-OLD-VALUE ')'
               WHEN 7
                   MOVE 'ERR-RET-DAYS' TO WK-FIELD-NAME
                   MOVE PARM-ERR-RET-DAYS TO WK-OLD-VALUE
               WHEN 8
                   MOVE 'PARA-X-FROM' TO WK-FIELD-NAME
                   MOVE PARM-PARA-X-FROM TO WK-OLD-VALUE
               WHEN 9
                   MOVE 'PARA-X-TO' TO WK-FIELD-NAME
                   MOVE PARM-PARA-X-TO TO WK-OLD-VALUE
               WHEN 10
                   MOVE 'PARA-X-STEP' TO WK-FIELD-NAME
                   MOVE PARM-PARA-X-STEP TO WK-OLD-VALUE
               WHEN 11
                   MOVE 'PARA-Y-FROM' TO WK-FIELD-NAME
                   MOVE PARM-PARA-Y-FROM TO WK-OLD-VALUE
               WHEN 12
                   MOVE 'PARA-Y-TO' TO WK-FIELD-NAME
                   MOVE PARM-PARA-Y-TO TO WK-OLD-VALUE
               WHEN 13
                   MOVE 'PARA-Y-STEP' TO WK-FIELD-NAME
                   MOVE PARM-PARA-Y-STEP TO WK-OLD-VALUE
               WHEN 14
                   MOVE 'PARA-GRID' TO WK-FIELD-NAME
                   MOVE PARM-PARA-GRID TO WK-OLD-VALUE
               WHEN 15
                   MOVE 'PARA-GRID-MAX' TO WK-FIELD-NAME
                   MOVE PARM-PARA-GRID-MAX TO WK-OLD-VALUE
           END-EVALUATE.

      *> Numeric content first, then the field's own sensible
                       IF WK-NEW-VALUE >= 1
                           SET VALUE-IS-VALID TO TRUE
                       END-IF
      *> Zero is a real start and, for an end, the old 1-to-ITER
      *> axis; whether start and end agree is PARA's to judge.
                   WHEN 8 THRU 13
                       IF WK-NEW-VALUE <= 9999
                           SET VALUE-IS-VALID TO TRUE
                       END-IF
                   WHEN 14
                       IF WK-NEW-VALUE <= 1
                           SET VALUE-IS-VALID TO TRUE
                       END-IF
                   WHEN 15
                       SET VALUE-IS-VALID TO TRUE
               END-EVALUATE
               IF NOT VALUE-IS-VALID
                   DISPLAY 'VALOR FORA DA FAIXA PARA ' WK-FIELD-NAME
                   MOVE WK-NEW-VALUE TO PARM-AUDIT-RET-DAYS
               WHEN 7
                   MOVE WK-NEW-VALUE TO PARM-ERR-RET-DAYS
               WHEN 8
                   MOVE WK-NEW-VALUE TO PARM-PARA-X-FROM
               WHEN 9
                   MOVE WK-NEW-VALUE TO PARM-PARA-X-TO
               WHEN 10
                   MOVE WK-NEW-VALUE TO PARM-PARA-X-STEP
               WHEN 11
                   MOVE WK-NEW-VALUE TO PARM-PARA-Y-FROM
               WHEN 12
                   MOVE WK-NEW-VALUE TO PARM-PARA-Y-TO
               WHEN 13
                   MOVE WK-NEW-VALUE TO PARM-PARA-Y-STEP
               WHEN 14
                   MOVE WK-NEW-VALUE TO PARM-PARA-GRID
               WHEN 15
                   MOVE WK-NEW-VALUE TO PARM-PARA-GRID-MAX
           END-EVALUATE.

       WRITE-CHANGE-AUDIT.
