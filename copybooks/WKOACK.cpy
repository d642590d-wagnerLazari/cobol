      ******************************************************************
      * OPSACK alert register record layout. One entry per event in
      * the life of an action-required ('A') OPSMSGS message, keyed
      * by the message's timestamp to the hundredth of a second
      * (the first 16 bytes of the OPSMSGS timestamp) and its
      * message id: an 'R' entry when an operator acknowledges the
      * alert with a resolution note, an 'E' entry when OPSACK
      * escalates an alert still unacknowledged past the limit (the
      * note then carries the alert text). The operator is the
      * signed-on id that recorded the entry; the age is the
      * alert's age in whole hours at that moment. Appended only
      * by OPSACK.
      ******************************************************************
       01  OACK-RECORD.
           05  OACK-TYPE           PIC X(01).
               88  OACK-ACKNOWLEDGED   VALUE 'R'.
               88  OACK-ESCALATED      VALUE 'E'.
           05  OACK-MSG-STAMP      PIC X(16).
           05  OACK-MSG-ID         PIC X(07).
           05  OACK-OPERATOR       PIC X(08).
           05  OACK-STAMP          PIC X(16).
           05  OACK-AGE-HOURS      PIC 9(04).
           05  OACK-NOTE           PIC X(60).
