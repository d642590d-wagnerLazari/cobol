      ******************************************************************
      * FIBVRD verdict register kept by FIBRECON: one record per
      * reconciliation - the feed's run date, the generation
      * acknowledged (00 the original FIBIC feed, 01.. a FIBRESND
      * resend), the processing date of the check, the counts
      * written and loaded, the verdict ('OK' matched, 'DV' counts
      * diverge, 'SA' no acknowledgment) and its state: 'F' closed
      * (matched), 'A' open (failed, re-send needed), 'S' superseded
      * by the later matching generation in FVRD-SUPER-GEN.
      ******************************************************************
       01  FVRD-RECORD.
           05  FVRD-RUN-DATE       PIC X(08).
           05  FVRD-GEN            PIC 9(02).
           05  FVRD-CHECKED        PIC 9(08).
           05  FVRD-WRITTEN        PIC 9(03).
           05  FVRD-LOADED         PIC 9(05).
           05  FVRD-VERDICT        PIC X(02).
           05  FVRD-STATE          PIC X(01).
               88  FVRD-CLOSED         VALUE 'F'.
               88  FVRD-OPEN           VALUE 'A'.
               88  FVRD-SUPERSEDED     VALUE 'S'.
           05  FVRD-SUPER-GEN      PIC 9(02).
