      ******************************************************************
      * Record layout of VOLHIST, the night-by-night volume history
      * VARREPT compares each night against. Every night VARREPT
      * files one 'N' entry (the night itself, so a night on which
      * nothing arrived still counts as a business day in the
      * average) and one entry per measure that had volume: 'D' the
      * SOMA2 value posted to a department (DEPTPOST), 'F' the
      * FATIN request count, 'S' the numbers CONTADOR generated for
      * a series (SEQOUT) and 'B' the FIBIC terms. VOLH-AMOUNT is
      * the value for 'D' and the count for the others. A rerun
      * for the same processing date replaces that date's entries.
      ******************************************************************
       01  VOLH-RECORD.
           05  VOLH-DATE           PIC 9(08).
           05  VOLH-KIND           PIC X(01).
               88  VOLH-IS-NIGHT       VALUE 'N'.
               88  VOLH-IS-DEPT        VALUE 'D'.
               88  VOLH-IS-FATIN       VALUE 'F'.
               88  VOLH-IS-STREAM      VALUE 'S'.
               88  VOLH-IS-FIBIC       VALUE 'B'.
           05  VOLH-KEY            PIC X(10).
           05  VOLH-AMOUNT         PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
