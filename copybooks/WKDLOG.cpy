      ******************************************************************
      * Record layout of DISTLOG, the delivery log DISTRIB appends
      * to: one entry per register entry worked, under the
      * processing date of the reports, with the recipient, report,
      * department filter, the outcome and the number of report
      * lines that went into the recipient's bundle. DISTINQ lists
      * it by date and recipient. Outcomes: 'E' delivered, 'V'
      * delivered but the department had no batch that night (the
      * heading lines only), 'A' the report was not archived for
      * the date, 'N' a department filter on a report that cannot
      * be split. Entries older than PARM-RETENTION-DAYS are
      * dropped by DISTRIB, as RPTARCH drops the reports.
      ******************************************************************
       01  DLOG-RECORD.
           05  DLOG-DATE           PIC 9(08).
           05  DLOG-RECIPIENT      PIC X(10).
           05  DLOG-REPORT         PIC X(08).
           05  DLOG-DEPT           PIC X(10).
           05  DLOG-RESULT         PIC X(01).
               88  DLOG-DELIVERED      VALUE 'E'.
               88  DLOG-NO-BATCHES     VALUE 'V'.
               88  DLOG-NOT-ARCHIVED   VALUE 'A'.
               88  DLOG-NOT-SPLITTABLE VALUE 'N'.
           05  DLOG-LINES          PIC 9(07).
           05  DLOG-STAMP          PIC X(16).
