      *          acknowledgments and distribution belong to the live
      *          cycle. The same RUNCARDS deck answers the steps'
      *          own cards (MODO, LIMITE, TERMOS, ITERACOES,
      *          PARA's GRADE and X-/Y- ranges, OPERADOR, SENHA)
      *          since every step reads the same RUNCARDS
      *          allocation; do NOT supply a REPROCESSA
      *          card. There is one FATIN/SOMAIN allocation, so the
      *          deck steps process it on the first pass where it is
      *          new and the PROCREG duplicate-deck refusal (their

        FD  USER-FILE
            LABEL RECORDS ARE STANDARD.
        01  USER-FILE-RECORD        PIC X(33).

        FD  CARD-FILE
            LABEL RECORDS ARE STANDARD.
