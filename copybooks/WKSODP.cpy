      ******************************************************************
      * Shared segregation-of-duties paragraphs. Pair with WKSOD in
      * WORKING-STORAGE and a SOD-FILE SELECT/FD (ASSIGN "SODRULES",
      * record PIC X(61)) in the calling program. PERFORM
      * LOAD-SOD-RULES once; then, for each operator, set WK-SOD-OPER,
      * WK-SOD-FLAGS and WK-SOD-TODAY, PERFORM CHECK-SOD-CONFLICTS and
      * read the outcome from WK-SOD-RULE-RESULT and the counts.
      ******************************************************************
       LOAD-SOD-RULES.
           MOVE 0 TO WK-SOD-RULE-MAX.
           MOVE 0 TO WK-SOD-EXC-MAX.
           MOVE 0 TO WK-SOD-DISCARDED.
           MOVE 'N' TO WK-SOD-PRESENT.
           OPEN INPUT SOD-FILE.
           IF WK-SOD-STATUS = '00'
               SET SOD-RULES-PRESENT TO TRUE
               PERFORM UNTIL WK-SOD-STATUS = '10'
                   READ SOD-FILE
                       AT END
                           MOVE '10' TO WK-SOD-STATUS
                       NOT AT END
                           MOVE SOD-FILE-RECORD TO SOD-RECORD
                           PERFORM KEEP-SOD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SOD-FILE
           ELSE
               CLOSE SOD-FILE
           END-IF.

       KEEP-SOD-ENTRY.
           MOVE SOD-AUTH-A TO WK-SOD-NAME.
           PERFORM FIND-SOD-FLAG.
           MOVE WK-SOD-POS TO WK-SOD-POS-A.
           MOVE SOD-AUTH-B TO WK-SOD-NAME.
           PERFORM FIND-SOD-FLAG.
           MOVE WK-SOD-POS TO WK-SOD-POS-B.
           EVALUATE TRUE
               WHEN SOD-IS-RULE
                   AND WK-SOD-POS-A > 0 AND WK-SOD-POS-B > 0
                   AND WK-SOD-POS-A NOT = WK-SOD-POS-B
                   AND WK-SOD-RULE-MAX < 50
                   ADD 1 TO WK-SOD-RULE-MAX
                   MOVE WK-SOD-POS-A TO WK-SOD-RULE-A (WK-SOD-RULE-MAX)
                   MOVE WK-SOD-POS-B TO WK-SOD-RULE-B (WK-SOD-RULE-MAX)
                   MOVE SOD-RULE-TEXT
                       TO WK-SOD-RULE-TEXT (WK-SOD-RULE-MAX)
                   MOVE 'N' TO WK-SOD-RULE-RESULT (WK-SOD-RULE-MAX)
                   MOVE 0 TO WK-SOD-RULE-EXC (WK-SOD-RULE-MAX)
               WHEN SOD-IS-EXCEPTION
                   AND WK-SOD-POS-A > 0 AND WK-SOD-POS-B > 0
                   AND SOD-EXC-OPER NOT = SPACES
                   AND SOD-EXC-EXPIRY IS NUMERIC
                   AND SOD-EXC-EXPIRY > 0
                   AND WK-SOD-EXC-MAX < 100
                   ADD 1 TO WK-SOD-EXC-MAX
                   MOVE SOD-EXC-OPER TO WK-SOD-EXC-OPER (WK-SOD-EXC-MAX)
                   MOVE WK-SOD-POS-A TO WK-SOD-EXC-A (WK-SOD-EXC-MAX)
                   MOVE WK-SOD-POS-B TO WK-SOD-EXC-B (WK-SOD-EXC-MAX)
                   MOVE SOD-EXC-EXPIRY
                       TO WK-SOD-EXC-EXPIRY (WK-SOD-EXC-MAX)
                   MOVE SOD-EXC-REF TO WK-SOD-EXC-REF (WK-SOD-EXC-MAX)
               WHEN SOD-RECORD = SPACES
                   CONTINUE
               WHEN SOD-TYPE = '*'
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WK-SOD-DISCARDED
           END-EVALUATE.

      *> Position of the flag named in WK-SOD-NAME; 0 when unknown.
       FIND-SOD-FLAG.
           MOVE 0 TO WK-SOD-POS.
           PERFORM VARYING WK-SOD-IX FROM 1 BY 1
               UNTIL WK-SOD-IX > 10 OR WK-SOD-POS > 0
               IF WK-SOD-FLAG-NAME (WK-SOD-IX) = WK-SOD-NAME
                   MOVE WK-SOD-IX TO WK-SOD-POS
               END-IF
           END-PERFORM.

       CHECK-SOD-CONFLICTS.
           MOVE 0 TO WK-SOD-CONFLICTS.
           MOVE 0 TO WK-SOD-COVERED.
           MOVE 0 TO WK-SOD-UNCOVERED.
           PERFORM CHECK-ONE-SOD-RULE
               VARYING WK-SOD-IX FROM 1 BY 1
               UNTIL WK-SOD-IX > WK-SOD-RULE-MAX.

       CHECK-ONE-SOD-RULE.
           MOVE 'N' TO WK-SOD-RULE-RESULT (WK-SOD-IX).
           MOVE 0 TO WK-SOD-RULE-EXC (WK-SOD-IX).
           MOVE WK-SOD-RULE-A (WK-SOD-IX) TO WK-SOD-POS-A.
           MOVE WK-SOD-RULE-B (WK-SOD-IX) TO WK-SOD-POS-B.
           IF WK-SOD-FLAGS (WK-SOD-POS-A:1) NOT = 'N'
               AND WK-SOD-FLAGS (WK-SOD-POS-B:1) NOT = 'N'
               ADD 1 TO WK-SOD-CONFLICTS
               PERFORM FIND-SOD-EXCEPTION
               IF WK-SOD-RULE-EXC (WK-SOD-IX) > 0
                   MOVE 'C' TO WK-SOD-RULE-RESULT (WK-SOD-IX)
                   ADD 1 TO WK-SOD-COVERED
               ELSE
                   MOVE 'V' TO WK-SOD-RULE-RESULT (WK-SOD-IX)
                   ADD 1 TO WK-SOD-UNCOVERED
               END-IF
           END-IF.

      *> The exception on file for the operator and the pair, in
      *> either order, with the latest expiry not before the date.
       FIND-SOD-EXCEPTION.
           MOVE 0 TO WK-SOD-HIT-EXPIRY.
           PERFORM VARYING WK-SOD-EX-IX FROM 1 BY 1
               UNTIL WK-SOD-EX-IX > WK-SOD-EXC-MAX
               IF WK-SOD-EXC-OPER (WK-SOD-EX-IX) = WK-SOD-OPER
                   AND WK-SOD-EXC-EXPIRY (WK-SOD-EX-IX)
                       NOT < WK-SOD-TODAY
                   AND WK-SOD-EXC-EXPIRY (WK-SOD-EX-IX)
                       > WK-SOD-HIT-EXPIRY
                   AND ((WK-SOD-EXC-A (WK-SOD-EX-IX) = WK-SOD-POS-A
                       AND WK-SOD-EXC-B (WK-SOD-EX-IX) = WK-SOD-POS-B)
                     OR (WK-SOD-EXC-A (WK-SOD-EX-IX) = WK-SOD-POS-B
                       AND WK-SOD-EXC-B (WK-SOD-EX-IX) = WK-SOD-POS-A))
                   MOVE WK-SOD-EX-IX TO WK-SOD-RULE-EXC (WK-SOD-IX)
                   MOVE WK-SOD-EXC-EXPIRY (WK-SOD-EX-IX)
                       TO WK-SOD-HIT-EXPIRY
               END-IF
           END-PERFORM.
