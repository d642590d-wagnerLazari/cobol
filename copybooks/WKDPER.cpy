      ******************************************************************
      * Record layout of DEPTPER, the closed-period balance file
      * written by DEPTCLOS. A period close appends one 'S' record
      * per department with its balance at the end of the period,
      * then one 'F' record marking the period closed - a close
      * interrupted before the 'F' record leaves the period open.
      * Periods close in order, so the latest 'F' record is the
      * lock date: SOMA2 and SOMAREV refuse any posting dated in a
      * period up to and including it, and DEPTSTMT takes a
      * month's opening position from the prior month's 'S' record.
      * Close kind: 'M' month-end, 'A' year-end (the December close).
      ******************************************************************
       01  DEPT-PER-RECORD.
           05  DPER-PERIOD         PIC 9(06).
           05  DPER-TYPE           PIC X(01).
               88  DPER-IS-BALANCE     VALUE 'S'.
               88  DPER-IS-CLOSE-MARK  VALUE 'F'.
           05  DPER-KIND           PIC X(01).
               88  DPER-MONTH-END      VALUE 'M'.
               88  DPER-YEAR-END       VALUE 'A'.
           05  DPER-DEPT           PIC X(10).
           05  DPER-BALANCE        PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  DPER-CLOSE-DATE     PIC 9(08).
           05  DPER-OPERATOR       PIC X(08).
