      ******************************************************************
      * Line layout of DEPTEXC, the closed-period exception report.
      * A posting SOMA2 or SOMAREV refuses because its date falls in
      * a period DEPTCLOS has closed is listed here instead of being
      * applied: processing date, program, department, batch id,
      * amount, the closed period and the reason. The file is kept
      * across runs (each refusal is appended) for finance to clear
      * by an adjustment in the open period.
      ******************************************************************
       01  DEPT-EXC-LINE.
           05  DEXC-DATE           PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DEXC-PROGRAM        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DEXC-DEPT           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DEXC-BATCH          PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DEXC-AMOUNT         PIC Z(12)9,99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DEXC-PERIOD         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DEXC-REASON         PIC X(37).
