
        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
                       DISPLAY '  TERMOS ' HIST-FIB-TERMS
                           ' ULTIMO ' HIST-FIB-LAST
                   WHEN 'PARA'
                       DISPLAY '  LINHAS ' HIST-PARA-ITER
                           ' ULTIMO X ' HIST-PARA-LAST
                   WHEN OTHER
                       DISPLAY '  RESULTADOS ' HIST-RESULTS
               END-EVALUATE
