      ******************************************************************
      * Work areas for the shared EDIT-FAT-REQUEST edit (WKFATVP).
      * The edit reads the FATIN record fields directly; callers
      * take the normalized function and operands from here when
      * FAT-REQ-IS-VALID, or the offending value and the reason
      * for the FATERR line when it is not.
      ******************************************************************
       77  WK-FTV-VALID    PIC X(01) VALUE 'N'.
           88  FAT-REQ-IS-VALID    VALUE 'Y'.
      *> Function code: F factorial (also a blank code, as on decks
      *> cut before the field existed), C combination nCr,
      *> P permutation nPr.
       77  WK-FTV-FUNCTION PIC X(01) VALUE 'F'.
           88  FAT-REQ-FACTORIAL   VALUE 'F'.
           88  FAT-REQ-COMBINATION VALUE 'C'.
           88  FAT-REQ-PERMUTATION VALUE 'P'.
       77  WK-FTV-N        PIC 9(03) VALUE 0.
       77  WK-FTV-R        PIC 9(03) VALUE 0.
       77  WK-FTV-VALUE    PIC X(10) VALUE SPACES.
       77  WK-FTV-REASON   PIC X(30) VALUE SPACES.
