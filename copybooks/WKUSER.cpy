      * (spaces = none required, so records cut before the field
      * existed keep working), the lockout flag ('L' after repeated
      * PIN failures - only USERMNT clears it), and the persistent
      * count of consecutive PIN failures, followed by the flag for
      * USERMNT itself. Maintained by USERMNT; every utility
      * validates the operator against it before proceeding.
      ******************************************************************
       01  USER-RECORD.
           05  USER-ID             PIC X(08).
           05  USER-LOCK-FLAG      PIC X(01).
               88  USER-IS-LOCKED      VALUE 'L'.
           05  USER-PIN-FAILS      PIC 9(02).
      *> Maintaining USERLIST is grantable like the other programs.
      *> The flag was added after the rest of the record, so it sits
      *> at the end instead of among USER-AUTH-FLAGS; SODRULES names
      *> it USERMNT alongside the others.
           05  USER-AUTH-USERMNT   PIC X(01).
       77  WK-USERFILE-STATUS      PIC X(02).
       77  WK-USER-VALID           PIC X(01) VALUE 'N'.
           88  USER-IS-VALID           VALUE 'Y'.
      *> persists the PIN failure count and the lockout flag back
      *> to the file from the sign-on dialog.
       01  WK-SEC-TABLE.
           05  WK-SEC-RECORD OCCURS 100 TIMES PIC X(33).
