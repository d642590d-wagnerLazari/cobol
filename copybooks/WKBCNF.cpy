      ******************************************************************
      * Record layout of NUMCONF, CONTADOR's answer to the NUMREQ
      * deck: one record per request, in deck order, stating the
      * processing date, series, requester, quantity asked for and
      * granted, and the contiguous range handed out (first/last,
      * with the series' document prefix). 'A' granted in full;
      * 'P' partly filled up to the series limit; 'R' refused, with
      * the reason - nothing is ever cut short without saying so.
      * A restarted CONTADOR reloads its allocations from here so
      * the ranges already confirmed never move.
      ******************************************************************
       01  BCNF-RECORD.
           05  BCNF-DATE           PIC 9(08).
           05  BCNF-STREAM-ID      PIC X(08).
           05  BCNF-REQUESTER      PIC X(08).
           05  BCNF-REQUESTED      PIC 9(05).
           05  BCNF-GRANTED        PIC 9(05).
           05  BCNF-FIRST          PIC 9(05).
           05  BCNF-LAST           PIC 9(05).
           05  BCNF-PREFIX         PIC X(03).
           05  BCNF-STATUS         PIC X(01).
               88  BCNF-FULL           VALUE 'A'.
               88  BCNF-PARTIAL        VALUE 'P'.
               88  BCNF-REFUSED        VALUE 'R'.
               88  BCNF-HAS-RANGE      VALUE 'A' 'P'.
           05  BCNF-REASON         PIC X(20).
