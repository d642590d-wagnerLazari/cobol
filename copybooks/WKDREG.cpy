      ******************************************************************
      * Record layout of DISTREG, the report distribution register
      * DISTRIB works from each night: one entry per recipient and
      * archived report (RPTARCH name - EODRPT, FATRPT, SOMARPT,
      * SEQVRPT). DREG-DEPT restricts a SOMARPT delivery to the
      * batches of one department (the pre-batch heading lines
      * included, the run totals across departments left out);
      * spaces deliver the whole report. The other reports cannot
      * be split by department, so a filtered entry for one of
      * them is refused rather than delivered whole. A suspended
      * entry ('S') stays on the register but is not delivered.
      ******************************************************************
       01  DREG-RECORD.
           05  DREG-RECIPIENT      PIC X(10).
           05  DREG-REPORT         PIC X(08).
           05  DREG-DEPT           PIC X(10).
           05  DREG-STATUS         PIC X(01).
               88  DREG-ACTIVE         VALUE 'A' ' '.
               88  DREG-SUSPENDED      VALUE 'S'.
           05  FILLER              PIC X(11).
