      ******************************************************************
      * Shared backup-set control total, used by MSTBKUP as it takes
      * each master file and by MSTREST to check a generation and a
      * restored file against the manifest. Callers zero
      * WK-BKUP-COUNT and WK-BKUP-TOTAL at the start of a file, then
      * for every record MOVE its image to WK-BKUP-IMAGE and its
      * length to WK-BKUP-LENGTH and PERFORM ADD-TO-CONTROL-TOTAL.
      * The same rolling fingerprint as the FATIN deck check, so a
      * record altered, dropped, added or moved changes the total.
      ******************************************************************
       ADD-TO-CONTROL-TOTAL.
           MOVE WK-BKUP-TOTAL TO WK-BKUP-WORK.
           PERFORM VARYING WK-BKUP-IX FROM 1 BY 1
               UNTIL WK-BKUP-IX > WK-BKUP-LENGTH
               COMPUTE WK-BKUP-WORK = FUNCTION MOD(
                   WK-BKUP-WORK * 31
                   + FUNCTION ORD(WK-BKUP-IMAGE(WK-BKUP-IX:1)),
                   999999937)
           END-PERFORM.
           MOVE WK-BKUP-WORK TO WK-BKUP-TOTAL.
           ADD 1 TO WK-BKUP-COUNT.
