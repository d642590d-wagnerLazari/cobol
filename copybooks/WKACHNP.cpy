      ******************************************************************
      * Shared AUDITLOG chain check value, used by AUDITWTR to chain
      * each entry it writes and by AUDVERIF to recompute the chain.
      * The same rolling fingerprint as the FATIN deck check, seeded
      * with the previous entry's value and run over the 99-byte
      * entry followed by its sequence number, so altering,
      * removing or reordering any entry changes every value after
      * it.
      ******************************************************************
       COMPUTE-CHAIN-VALUE.
           MOVE WK-ACHN-PREV TO WK-ACHN-WORK.
           PERFORM VARYING WK-ACHN-IX FROM 1 BY 1
               UNTIL WK-ACHN-IX > 99
               COMPUTE WK-ACHN-WORK = FUNCTION MOD(
                   WK-ACHN-WORK * 31
                   + FUNCTION ORD(WK-ACHN-ENTRY(WK-ACHN-IX:1)),
                   999999937)
           END-PERFORM.
           MOVE WK-ACHN-SEQ TO WK-ACHN-VALUE.
           PERFORM VARYING WK-ACHN-IX FROM 1 BY 1
               UNTIL WK-ACHN-IX > 9
               COMPUTE WK-ACHN-WORK = FUNCTION MOD(
                   WK-ACHN-WORK * 31
                   + FUNCTION ORD(WK-ACHN-VALUE(WK-ACHN-IX:1)),
                   999999937)
           END-PERFORM.
           MOVE WK-ACHN-WORK TO WK-ACHN-VALUE.
