      ******************************************************************
      * Record layout of DEPTMST, the department balance master: one
      * record per department with its balance carried forward
      * across business days and the date it was last posted.
      * Maintained by SOMA2 from balanced batch totals and by
      * SOMAREV when an approved reversal is applied. The file is
      * indexed by department id, so the number of departments is
      * bounded by the file alone; pair with a SELECT of
      * ORGANIZATION INDEXED, ACCESS DYNAMIC, RECORD KEY
      * DEPT-MST-DEPT. A posting reads and rewrites only its own
      * department's record.
      ******************************************************************
       01  DEPT-MST-RECORD.
           05  DEPT-MST-DEPT       PIC X(10).
           05  DEPT-MST-BALANCE    PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05  DEPT-MST-LAST-DATE  PIC 9(08).
