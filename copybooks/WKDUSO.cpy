      ******************************************************************
      * Record layout of DOCUSO, the document-number usage returns
      * the consuming systems append during the day. One record per
      * document number disposed of: the series, the formatted
      * number exactly as issued on SEQOUT (prefix, value, check
      * digit), what became of it - 'U' used, 'V' voided, 'S'
      * spoiled - the date and the system returning it. DOCRECON
      * takes the file each night and empties it.
      ******************************************************************
       01  DUSO-RECORD.
           05  DUSO-STREAM-ID      PIC X(08).
           05  DUSO-DOC-NUMBER.
               10  DUSO-DOC-PREFIX PIC X(03).
               10  DUSO-DOC-VALUE  PIC X(05).
               10  DUSO-DOC-CHECK  PIC X(01).
           05  DUSO-STATUS         PIC X(01).
               88  DUSO-USED           VALUE 'U'.
               88  DUSO-VOIDED         VALUE 'V'.
               88  DUSO-SPOILED        VALUE 'S'.
               88  DUSO-STATUS-VALID   VALUE 'U' 'V' 'S'.
           05  DUSO-DATE           PIC X(08).
           05  DUSO-SYSTEM         PIC X(08).
