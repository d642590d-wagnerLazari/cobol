      ******************************************************************
      * Simulation markings (RUN-CTL-MODE 'S', see WKRUN). A report
      * of a simulated run writes WK-SIM-BANNER at the top of every
      * page; an interchange record carries WK-SIM-DATE where its
      * run date goes, or WK-SIM-MARK in a free area, so a file from
      * a simulation is never mistaken for one to send out.
      ******************************************************************
       01  WK-SIM-BANNER.
           05  FILLER              PIC X(40)
               VALUE '*** SIMULACAO *** SIMULACAO *** SIMULACA'.
           05  FILLER              PIC X(40)
               VALUE 'O - NAO DISTRIBUIR, NADA FOI ATUALIZADO '.
       77  WK-SIM-MARK             PIC X(09) VALUE 'SIMULACAO'.
       77  WK-SIM-DATE             PIC X(08) VALUE 'SIMULADO'.
