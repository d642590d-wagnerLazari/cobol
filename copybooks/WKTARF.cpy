      ******************************************************************
      * Record layout of TARIFA, the usage chargeback rate file read
      * by RATEIO at month-end. Two kinds of entry:
      *   'T' a rate: the price of one unit of work of TARF-UNIT,
      *       in the reporting currency, in force from TARF-FROM. A
      *       new price is added as a new entry with a later date,
      *       so past months re-run at the price they were billed.
      *   'C' an assignment: who is charged for the units of
      *       TARF-UNIT that carry TARF-KEY - for 'F' the leading
      *       characters of the requester-assigned FATIN request
      *       id (the longest matching prefix wins), for 'N' a
      *       CONTADOR series id.
      * Units: 'F' a FATORIAL request, 'L' a SOMA2 batch posted,
      * 'R' a SOMA2 detail record posted, 'N' a document number
      * generated by CONTADOR. SOMA2 units are charged to the
      * department the batch posted to and need no assignment.
      ******************************************************************
       01  TARF-RECORD.
           05  TARF-TYPE           PIC X(01).
               88  TARF-IS-RATE        VALUE 'T'.
               88  TARF-IS-ASSIGNMENT  VALUE 'C'.
           05  TARF-UNIT           PIC X(01).
               88  TARF-UNIT-FATORIAL  VALUE 'F'.
               88  TARF-UNIT-BATCH     VALUE 'L'.
               88  TARF-UNIT-DETAIL    VALUE 'R'.
               88  TARF-UNIT-NUMBER    VALUE 'N'.
           05  TARF-DATA           PIC X(28).
           05  TARF-RATE-AREA REDEFINES TARF-DATA.
               10  TARF-FROM           PIC 9(08).
               10  TARF-PRICE          PIC 9(05)V9(04).
               10  FILLER              PIC X(11).
           05  TARF-ASSIGN-AREA REDEFINES TARF-DATA.
               10  TARF-KEY            PIC X(10).
               10  TARF-CONSUMER       PIC X(10).
               10  FILLER              PIC X(08).
