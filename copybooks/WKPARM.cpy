      *> compiled default, same as the other PARM fields.
           05  PARM-AUDIT-RET-DAYS PIC 9(05).
           05  PARM-ERR-RET-DAYS   PIC 9(05).
      *> PARA's X and Y ranges, each its own start, end and step.
      *> An axis whose end is zero runs the old way, 1 up to
      *> PARM-PARA-ITER by 1; a zero step is taken as 1.
           05  PARM-PARA-X-FROM    PIC 9(04).
           05  PARM-PARA-X-TO      PIC 9(04).
           05  PARM-PARA-X-STEP    PIC 9(04).
           05  PARM-PARA-Y-FROM    PIC 9(04).
           05  PARM-PARA-Y-TO      PIC 9(04).
           05  PARM-PARA-Y-STEP    PIC 9(04).
      *> 1 = PARA writes every (X, Y) combination instead of moving
      *> X and Y together; the run is refused when it would write
      *> more than PARM-PARA-GRID-MAX records (zero = PARA's
      *> compiled default).
           05  PARM-PARA-GRID      PIC 9(01).
           05  PARM-PARA-GRID-MAX  PIC 9(05).
       77  WK-PARM-STATUS          PIC X(02).
