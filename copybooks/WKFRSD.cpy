      ******************************************************************
      * FIBRSND resend record written by FIBRESND: one prior run
      * date's FIBIC records, renumbered from 1, in the FIB-IC-RECORD
      * layout (WKFIBIC) with the resend generation appended so the
      * statistics package can acknowledge that generation.
      ******************************************************************
       01  FRSD-RECORD.
           05  FRSD-SEQ            PIC 9(03).
           05  FRSD-VALUE          PIC 9(03).
           05  FRSD-RUN-DATE       PIC X(08).
           05  FRSD-GEN            PIC 9(02).
