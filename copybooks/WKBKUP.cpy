      ******************************************************************
      * Master-file backup set (BKUPSET) record layout and the list
      * of master files the set holds. MSTBKUP writes one dated
      * generation of the set per night; MSTREST checks a chosen
      * generation against its manifest and restores from it. The
      * set opens with one 'H' header (processing date, time taken,
      * number of files), carries every record of every master file
      * as a 'D' entry under the file's DD name - the record image
      * left-justified in BKUP-DATA - and closes with the manifest:
      * one 'M' entry per file with its state ('P' copied, 'A' not
      * available when the set was taken, 'F' read failed part way
      * so its entries are incomplete), record length, record
      * count and control total. The control total is the rolling
      * fingerprint of the file's record images in file order
      * (WKBKUPP). Callers declare the BKUPSET FD with a 93-byte
      * record and move it to and from BKUP-RECORD.
      ******************************************************************
       01  BKUP-RECORD.
           05  BKUP-TYPE           PIC X(01).
               88  BKUP-IS-HEADER      VALUE 'H'.
               88  BKUP-IS-DATA        VALUE 'D'.
               88  BKUP-IS-MANIFEST    VALUE 'M'.
           05  BKUP-FILE           PIC X(10).
           05  BKUP-DATA           PIC X(82).
           05  BKUP-HEAD-AREA REDEFINES BKUP-DATA.
               10  BKUP-HEAD-DATE      PIC 9(08).
               10  BKUP-HEAD-STAMP     PIC X(21).
               10  BKUP-HEAD-FILES     PIC 9(02).
               10  FILLER              PIC X(51).
           05  BKUP-MAN-AREA REDEFINES BKUP-DATA.
               10  BKUP-MAN-STATE      PIC X(01).
                   88  BKUP-MAN-COPIED     VALUE 'P'.
                   88  BKUP-MAN-ABSENT     VALUE 'A'.
                   88  BKUP-MAN-FAILED     VALUE 'F'.
               10  BKUP-MAN-LENGTH     PIC 9(03).
               10  BKUP-MAN-COUNT      PIC 9(07).
               10  BKUP-MAN-TOTAL      PIC 9(09).
               10  FILLER              PIC X(62).
       77  WK-BKUP-STATUS          PIC X(02).
      *> Control-total work fields: the image and length of one
      *> record, and the running count and total of its file.
       77  WK-BKUP-IMAGE           PIC X(82) VALUE SPACES.
       77  WK-BKUP-LENGTH          PIC 9(03) COMP VALUE 0.
       77  WK-BKUP-COUNT           PIC 9(07) VALUE 0.
       77  WK-BKUP-TOTAL           PIC 9(09) VALUE 0.
       77  WK-BKUP-WORK            PIC 9(09) COMP VALUE 0.
       77  WK-BKUP-IX              PIC 9(03) COMP VALUE 0.

      *> The files of the set, in the order they are taken, with
      *> their record lengths. A file added to the suite's masters
      *> is added here and to both programs' file paragraphs.
       01  WK-BKUP-FILE-LIST.
           05  FILLER              PIC X(13) VALUE 'USERLIST  033'.
           05  FILLER              PIC X(13) VALUE 'CALENDAR  029'.
           05  FILLER              PIC X(13) VALUE 'PARMCTL   058'.
           05  FILLER              PIC X(13) VALUE 'STREAMDEF 022'.
           05  FILLER              PIC X(13) VALUE 'STRMPOS   013'.
           05  FILLER              PIC X(13) VALUE 'BATCHLED  006'.
           05  FILLER              PIC X(13) VALUE 'PROCREG   035'.
           05  FILLER              PIC X(13) VALUE 'DEPTMST   034'.
           05  FILLER              PIC X(13) VALUE 'EODXREG   046'.
           05  FILLER              PIC X(13) VALUE 'HISTORY   082'.
       01  WK-BKUP-FILE-TABLE REDEFINES WK-BKUP-FILE-LIST.
           05  WK-BKUP-FILE-ENTRY OCCURS 10 TIMES.
               10  WK-BKUP-FILE-NAME   PIC X(10).
               10  WK-BKUP-FILE-LEN    PIC 9(03).
       77  WK-BKUP-FILE-MAX        PIC 9(02) COMP VALUE 10.
