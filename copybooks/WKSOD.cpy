      ******************************************************************
      * Segregation-of-duties control file SODRULES, kept by hand by
      * security administration, and the in-core tables USERMNT and
      * SODRPT build from it. Two kinds of entry:
      *   'R' a rule: SOD-AUTH-A and SOD-AUTH-B may not both be held
      *       by one operator. Authorizations are named as USERLIST
      *       names them (CONTADOR ... SEQVERIF, USERMNT); the text
      *       says why the pair conflicts.
      *   'E' an exception: SOD-EXC-OPER may hold the pair anyway
      *       until SOD-EXC-EXPIRY, under the approval documented by
      *       SOD-EXC-REF. An exception without a valid expiry date
      *       is not taken, and one past its date no longer covers.
      * The pair may be written in either order. An entry naming an
      * unknown authorization is counted as discarded and ignored;
      * a line with '*' in the first column is a comment.
      ******************************************************************
       01  SOD-RECORD.
           05  SOD-TYPE            PIC X(01).
               88  SOD-IS-RULE         VALUE 'R'.
               88  SOD-IS-EXCEPTION    VALUE 'E'.
           05  SOD-AUTH-A          PIC X(10).
           05  SOD-AUTH-B          PIC X(10).
           05  SOD-DATA            PIC X(40).
           05  SOD-RULE-AREA REDEFINES SOD-DATA.
               10  SOD-RULE-TEXT       PIC X(40).
           05  SOD-EXC-AREA REDEFINES SOD-DATA.
               10  SOD-EXC-OPER        PIC X(08).
               10  SOD-EXC-EXPIRY-X.
                   15  SOD-EXC-EXPIRY      PIC 9(08).
               10  SOD-EXC-REF         PIC X(16).
               10  SOD-EXC-APPROVER    PIC X(08).
       77  WK-SOD-STATUS           PIC X(02).
       77  WK-SOD-PRESENT          PIC X(01) VALUE 'N'.
           88  SOD-RULES-PRESENT       VALUE 'Y'.
       77  WK-SOD-RULE-MAX         PIC 9(03) COMP VALUE 0.
       77  WK-SOD-EXC-MAX          PIC 9(03) COMP VALUE 0.
       77  WK-SOD-IX               PIC 9(03) COMP VALUE 0.
       77  WK-SOD-EX-IX            PIC 9(03) COMP VALUE 0.
       77  WK-SOD-DISCARDED        PIC 9(05) VALUE 0.
       77  WK-SOD-NAME             PIC X(10) VALUE SPACES.
       77  WK-SOD-POS              PIC 9(02) COMP VALUE 0.
       77  WK-SOD-POS-A            PIC 9(02) COMP VALUE 0.
       77  WK-SOD-POS-B            PIC 9(02) COMP VALUE 0.
      *> Set by the caller before CHECK-SOD-CONFLICTS: the operator,
      *> the ten flags in USERLIST order (the nine USER-AUTH-FLAGS,
      *> then USER-AUTH-USERMNT) and the date exceptions are judged
      *> against. 'N' is not held; 'Y' or space is, as sign-on has it.
       77  WK-SOD-OPER             PIC X(08) VALUE SPACES.
       77  WK-SOD-FLAGS            PIC X(10) VALUE SPACES.
       77  WK-SOD-TODAY            PIC 9(08) VALUE 0.
       77  WK-SOD-CONFLICTS        PIC 9(03) COMP VALUE 0.
       77  WK-SOD-COVERED          PIC 9(03) COMP VALUE 0.
       77  WK-SOD-UNCOVERED        PIC 9(03) COMP VALUE 0.
       77  WK-SOD-HIT-EXPIRY       PIC 9(08) VALUE 0.

      *> The authorization names, in the order of the flags.
       01  WK-SOD-NAME-LIST.
           05  FILLER              PIC X(10) VALUE 'CONTADOR'.
           05  FILLER              PIC X(10) VALUE 'FATORIAL'.
           05  FILLER              PIC X(10) VALUE 'FIBONACCI'.
           05  FILLER              PIC X(10) VALUE 'PARA'.
           05  FILLER              PIC X(10) VALUE 'SOMA2'.
           05  FILLER              PIC X(10) VALUE 'AUDITRPT'.
           05  FILLER              PIC X(10) VALUE 'HISTREPT'.
           05  FILLER              PIC X(10) VALUE 'ERRSUMM'.
           05  FILLER              PIC X(10) VALUE 'SEQVERIF'.
           05  FILLER              PIC X(10) VALUE 'USERMNT'.
       01  WK-SOD-NAME-TABLE REDEFINES WK-SOD-NAME-LIST.
           05  WK-SOD-FLAG-NAME OCCURS 10 TIMES PIC X(10).

      *> The rules, each with the outcome of the last check: 'N' the
      *> pair is not held, 'C' held under the exception at
      *> WK-SOD-RULE-EXC, 'V' held with no valid exception.
       01  WK-SOD-RULE-TABLE.
           05  WK-SOD-RULE OCCURS 50 TIMES.
               10  WK-SOD-RULE-A       PIC 9(02) COMP.
               10  WK-SOD-RULE-B       PIC 9(02) COMP.
               10  WK-SOD-RULE-TEXT    PIC X(40).
               10  WK-SOD-RULE-RESULT  PIC X(01).
                   88  SOD-PAIR-HELD-COVERED   VALUE 'C'.
                   88  SOD-PAIR-VIOLATED       VALUE 'V'.
               10  WK-SOD-RULE-EXC     PIC 9(03) COMP.

       01  WK-SOD-EXC-TABLE.
           05  WK-SOD-EXC OCCURS 100 TIMES.
               10  WK-SOD-EXC-OPER     PIC X(08).
               10  WK-SOD-EXC-A        PIC 9(02) COMP.
               10  WK-SOD-EXC-B        PIC 9(02) COMP.
               10  WK-SOD-EXC-EXPIRY   PIC 9(08).
               10  WK-SOD-EXC-REF      PIC X(16).
