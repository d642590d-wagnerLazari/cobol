      ******************************************************************
      * Shared FATIN request edit - FATORIAL applies it at night and
      * the pre-validation gate applies it in the afternoon, so the
      * two can never drift apart. FAT-IN-N must be numeric; the
      * function code must be blank, F, C or P; for C and P the
      * second operand FAT-IN-R must be numeric and not above N.
      * A factorial request ignores FAT-IN-R. Pair with WKFATV in
      * WORKING-STORAGE.
      ******************************************************************
       EDIT-FAT-REQUEST.
           MOVE 'Y' TO WK-FTV-VALID.
           MOVE 0 TO WK-FTV-N.
           MOVE 0 TO WK-FTV-R.
           MOVE SPACES TO WK-FTV-VALUE.
           MOVE SPACES TO WK-FTV-REASON.
           MOVE FAT-IN-FUNCTION TO WK-FTV-FUNCTION.
           IF WK-FTV-FUNCTION = SPACE
               MOVE 'F' TO WK-FTV-FUNCTION
           END-IF.
           EVALUATE TRUE
               WHEN FAT-IN-N IS NOT NUMERIC
                   MOVE 'N' TO WK-FTV-VALID
                   MOVE FAT-IN-N TO WK-FTV-VALUE
                   MOVE 'ENTRADA NAO NUMERICA/NEGATIVA'
                       TO WK-FTV-REASON
               WHEN NOT FAT-REQ-FACTORIAL
                   AND NOT FAT-REQ-COMBINATION
                   AND NOT FAT-REQ-PERMUTATION
                   MOVE 'N' TO WK-FTV-VALID
                   MOVE FAT-IN-FUNCTION TO WK-FTV-VALUE
                   MOVE 'FUNCAO INVALIDA (F/C/P)' TO WK-FTV-REASON
               WHEN FAT-REQ-FACTORIAL
                   MOVE FAT-IN-N TO WK-FTV-N
               WHEN FAT-IN-R IS NOT NUMERIC
                   MOVE 'N' TO WK-FTV-VALID
                   MOVE FAT-IN-R TO WK-FTV-VALUE
                   MOVE 'SEGUNDO OPERANDO NAO NUMERICO'
                       TO WK-FTV-REASON
               WHEN FAT-IN-R > FAT-IN-N
                   MOVE 'N' TO WK-FTV-VALID
                   MOVE FAT-IN-R TO WK-FTV-VALUE
                   MOVE 'SEGUNDO OPERANDO MAIOR QUE N'
                       TO WK-FTV-REASON
               WHEN OTHER
                   MOVE FAT-IN-N TO WK-FTV-N
                   MOVE FAT-IN-R TO WK-FTV-R
           END-EVALUATE.
