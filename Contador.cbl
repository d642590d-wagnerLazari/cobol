                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-POS-STATUS.

             SELECT REQ-FILE ASSIGN TO "NUMREQ"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-REQ-STATUS.

             SELECT CONF-FILE ASSIGN TO "NUMCONF"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-CONF-STATUS.

             SELECT PARM-FILE ASSIGN TO "PARMCTL"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS WK-PARM-STATUS.
      * Optional stream definitions: one series per record. When the
      * file isn't provisioned, a single default series is generated
      * exactly as before (PARMCTL default plus operator override).
         FD  STRM-DEF-FILE
             LABEL RECORDS ARE STANDARD.
             COPY WKSTRM.

      * Last value issued per named series, carried across runs so
      * a series never re-issues numbers it already handed out.
      * inside a run.
         FD  POS-FILE
             LABEL RECORDS ARE STANDARD.
             COPY WKSPOS.

      * Optional number-block request deck. When it is allocated
      * each named series issues only what was asked for, request
      * by request, and NUMCONF confirms the range each requester
      * got.
         FD  REQ-FILE
             LABEL RECORDS ARE STANDARD.
             COPY WKBREQ.

         FD  CONF-FILE
             LABEL RECORDS ARE STANDARD.
             COPY WKBCNF.

         FD  PARM-FILE
             LABEL RECORDS ARE STANDARD.
         01  PARM-FILE-RECORD        PIC X(58).

         FD  CARD-FILE
             LABEL RECORDS ARE STANDARD.

         FD  USER-FILE
             LABEL RECORDS ARE STANDARD.
         01  USER-FILE-RECORD        PIC X(33).

         FD  HIST-FILE
             LABEL RECORDS ARE STANDARD.
      *> series keeps its original start-at-1 behaviour.
       77  WK-STRM-NAMED   PIC X(01) VALUE 'N'.
           88  STREAMS-ARE-NAMED   VALUE 'Y'.
      *> 'Y' when NUMREQ is allocated: each series issues exactly
      *> the blocks requested, up to its STREAMDEF limit taken as
      *> the series' absolute ceiling, instead of a fixed quantity.
       77  WK-DEMAND       PIC X(01) VALUE 'N'.
           88  DEMAND-DRIVEN       VALUE 'Y'.
      *> EXCESSO card: PARCIAL fills an over-limit request up to the
      *> limit; anything else (the default) refuses it whole.
       77  WK-EXCESS-MODE  PIC X(01) VALUE 'R'.
           88  EXCESS-PARTIAL      VALUE 'P'.
       77  WK-REQ-STATUS   PIC X(02).
       77  WK-CONF-STATUS  PIC X(02).
       77  WK-REQ-QTY      PIC 9(05) VALUE 0.
       77  WK-REQ-AVAIL    PIC 9(06) VALUE 0.
       77  WK-REQ-GRANT    PIC 9(05) VALUE 0.
       77  WK-REQ-READ     PIC 9(05) VALUE 0.
       77  WK-REQ-FULL     PIC 9(05) VALUE 0.
       77  WK-REQ-PARTIAL  PIC 9(05) VALUE 0.
       77  WK-REQ-REFUSED  PIC 9(05) VALUE 0.
       77  WK-REQ-STRM-IX  PIC 9(02) COMP VALUE 0.

       01  WK-STRM-TABLE.
           05  WK-STRM-ENTRY OCCURS 20 TIMES.
               10  WK-STRM-FIRST   PIC 9(05).
               10  WK-STRM-LIMIT   PIC 9(05).
               10  WK-STRM-PREFIX  PIC X(03).
      *> Demand-driven run only: the STREAMDEF limit, the next value
      *> free to allocate, and the total granted tonight.
               10  WK-STRM-CEILING PIC 9(05).
               10  WK-STRM-NEXT    PIC 9(06).
               10  WK-STRM-QTY     PIC 9(05).

      *> In-core copy of STRMPOS; entries for streams not in
      *> tonight's STREAMDEF are preserved on the rewrite.
           COPY WKRUN.
           COPY WKDIG.
           COPY WKMSG.
           COPY WKSIM.

        LINKAGE SECTION.
           COPY WKOPER.

           PERFORM LOAD-STREAM-POSITIONS.
           IF STREAMS-ARE-NAMED
               PERFORM CHECK-REQUEST-DECK
           END-IF.
           IF DEMAND-DRIVEN
               PERFORM APPLY-DEMAND-POSITION
                   VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-COUNT
           ELSE
               IF STREAMS-ARE-NAMED
                   PERFORM APPLY-STREAM-POSITION
                       VARYING WK-STRM-IX FROM 1 BY 1
                       UNTIL WK-STRM-IX > WK-STRM-COUNT
               END-IF
           END-IF.

           PERFORM CHECK-FOR-RESTART THRU CHECK-FOR-RESTART-EXIT.

      *> A restart must hand out exactly the ranges the failed run
      *> already confirmed, so it reloads them from NUMCONF rather
      *> than allocating again from positions it has since moved.
           IF DEMAND-DRIVEN
               IF WK-RESTARTED = 'Y'
                   PERFORM RELOAD-ALLOCATIONS
               ELSE
                   PERFORM ALLOCATE-REQUESTS
               END-IF
               IF WK-CONF-STATUS NOT = '00'
                   MOVE 'CNT0002' TO OMSG-ID
                   MOVE 'A' TO OMSG-SEVERITY
                   MOVE 'ERRO NO ARQUIVO NUMCONF' TO OMSG-TEXT
                   PERFORM WRITE-OPS-MESSAGE
                   PERFORM LOG-CONF-ERROR
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM FINISH-DEMAND-STREAM
                   VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-COUNT
           END-IF.

           IF WK-RESTARTED = 'Y'
               OPEN EXTEND SEQ-OUT-FILE
           PERFORM WRITE-STREAM-AUDIT
               VARYING WK-STRM-IX FROM 1 BY 1
               UNTIL WK-STRM-IX > WK-STRM-COUNT.
           IF DEMAND-DRIVEN
               MOVE SPACES TO AUDIT-DETAIL
               STRING 'PEDIDOS=' WK-REQ-READ
                   ' INTEGRAIS=' WK-REQ-FULL
                   ' PARCIAIS=' WK-REQ-PARTIAL
                   ' RECUSADOS=' WK-REQ-REFUSED
                   DELIMITED BY SIZE INTO AUDIT-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
           END-IF.
           PERFORM CLOSE-AUDIT-LOG.

           IF NOT RUN-SIMULATED
               PERFORM OPEN-HIST-LOG
               MOVE 'CONTADOR' TO HIST-PROGRAM
               PERFORM WRITE-STREAM-HISTORY
                   VARYING WK-STRM-IX FROM 1 BY 1
                   UNTIL WK-STRM-IX > WK-STRM-COUNT
               PERFORM CLOSE-HIST-LOG
           END-IF.

           MOVE 'CNT0001' TO OMSG-ID.
           MOVE 'I' TO OMSG-SEVERITY.
               DELIMITED BY SIZE INTO OMSG-TEXT.
           PERFORM WRITE-OPS-MESSAGE.

           IF DEMAND-DRIVEN
               AND WK-REQ-PARTIAL + WK-REQ-REFUSED > 0
               MOVE 'CNT0003' TO OMSG-ID
               MOVE 'W' TO OMSG-SEVERITY
               MOVE SPACES TO OMSG-TEXT
               STRING 'PEDIDOS NAO ATENDIDOS: PARCIAIS='
                   WK-REQ-PARTIAL ' RECUSADOS=' WK-REQ-REFUSED
                   DELIMITED BY SIZE INTO OMSG-TEXT
               PERFORM WRITE-OPS-MESSAGE
           END-IF.

           PERFORM REGISTER-STEP-END.

            GOBACK.
               CLOSE STRM-DEF-FILE
           END-IF.

      *> A retired series is skipped quietly: it is on file only so
      *> its id and prefix are not handed out again.
       ADD-STREAM-DEF.
           EVALUATE TRUE
               WHEN STRM-DEF-RETIRED
                   CONTINUE
               WHEN STRM-DEF-ID NOT = SPACES
                   AND STRM-DEF-START IS NUMERIC
                   AND STRM-DEF-LIMIT IS NUMERIC
                   AND STRM-DEF-START <= STRM-DEF-LIMIT
                   AND WK-STRM-COUNT < 20
                   ADD 1 TO WK-STRM-COUNT
                   MOVE STRM-DEF-ID TO WK-STRM-ID (WK-STRM-COUNT)
                   MOVE STRM-DEF-START TO WK-STRM-FIRST (WK-STRM-COUNT)
                   MOVE STRM-DEF-LIMIT TO WK-STRM-LIMIT (WK-STRM-COUNT)
                   MOVE STRM-DEF-PREFIX
                       TO WK-STRM-PREFIX (WK-STRM-COUNT)
               WHEN OTHER
                   PERFORM LOG-STREAM-DEF-ERROR
           END-EVALUATE.

      *> No STREAMDEF provisioned: one anonymous series from 1, the
      *> PARMCTL default limit and the operator override, exactly as
           MOVE 1 TO WK-STRM-FIRST (1).
           MOVE WK-LIMIT TO WK-STRM-LIMIT (1).

      *> A series nobody asked numbers of tonight puts nothing on
      *> SEQOUT and keeps its position.
       GENERATE-ONE-STREAM.
           IF DEMAND-DRIVEN AND WK-STRM-QTY (WK-STRM-IX) = 0
               PERFORM ADVANCE-CHECKPOINT
           ELSE
               PERFORM GENERATE-STREAM-RECORDS
           END-IF.

      *> On a restart the resume stream's header (and the details up
      *> to the checkpoint) are already on SEQOUT, so only the H is
      *> skipped; earlier streams are complete and not re-generated.
       GENERATE-STREAM-RECORDS.
           IF WK-RESTARTED = 'Y'
               AND WK-STRM-IX = WK-RESUME-IX
               AND WK-CONT > 0
           ELSE
               INITIALIZE SEQ-OUT-RECORD
               MOVE SPACES TO SEQ-DOC-NUMBER
               IF RUN-SIMULATED
                   MOVE WK-SIM-MARK TO SEQ-RUN-MODE
               END-IF
               MOVE 'H' TO SEQ-REC-TYPE
               MOVE WK-STRM-LIMIT (WK-STRM-IX) TO SEQ-REC-VALUE
               MOVE WK-STRM-ID (WK-STRM-IX) TO SEQ-STREAM-ID
           END-IF.

       WRITE-STREAM-AUDIT.
           PERFORM COUNT-STREAM-ISSUED.
           STRING 'SERIE=' WK-STRM-ID (WK-STRM-IX)
               ' INICIO=' WK-STRM-FIRST (WK-STRM-IX)
               ' LIMITE=' WK-STRM-LIMIT (WK-STRM-IX)
      *> the typed HIST-CONT-LIMIT/HIST-CONT-COUNT fields carry the
      *> exact figures regardless.
       WRITE-STREAM-HISTORY.
           PERFORM COUNT-STREAM-ISSUED.
           STRING 'SERIE=' WK-STRM-ID (WK-STRM-IX)
               ' INI=' WK-STRM-FIRST (WK-STRM-IX)
               ' LIM=' WK-STRM-LIMIT (WK-STRM-IX)
           MOVE WK-RUN-OVERFLOW TO HIST-OVERFLOW-FLAG.
           PERFORM WRITE-HIST-ENTRY.

      *> A series with no request tonight shows its position as both
      *> start and limit, so its count must come from the grants.
       COUNT-STREAM-ISSUED.
           IF DEMAND-DRIVEN
               MOVE WK-STRM-QTY (WK-STRM-IX) TO WK-STRM-GERADOS
           ELSE
               COMPUTE WK-STRM-GERADOS =
                   WK-STRM-LIMIT (WK-STRM-IX)
                   - WK-STRM-FIRST (WK-STRM-IX) + 1
           END-IF.

      *> A named series continues from where the previous run left
      *> off: STRMPOS carries the last value issued per stream id,
      *> STREAMDEF's start applies only the first time an id
               END-IF
           END-PERFORM.

      *> Requests name STREAMDEF series, so the deck is only looked
      *> for when STREAMDEF is provisioned; its mere allocation
      *> switches the run to issuing on demand (an empty deck means
      *> nobody needs numbers tonight).
       CHECK-REQUEST-DECK.
           OPEN INPUT REQ-FILE.
           IF WK-REQ-STATUS = '00'
               SET DEMAND-DRIVEN TO TRUE
               CLOSE REQ-FILE
           ELSE
               CLOSE REQ-FILE
           END-IF.
           IF DEMAND-DRIVEN
               MOVE 'EXCESSO' TO WK-CARD-WANTED
               PERFORM GET-RUN-CARD
               IF CARD-VALUE-FOUND
                   AND WK-CARD-TEXT(1:7) = 'PARCIAL'
                   SET EXCESS-PARTIAL TO TRUE
               END-IF
           END-IF.

      *> On demand the STREAMDEF limit is the series' ceiling, not a
      *> per-run quantity: allocation starts after the last value
      *> issued (STRMPOS), or at the STREAMDEF start the first time.
       APPLY-DEMAND-POSITION.
           MOVE WK-STRM-LIMIT (WK-STRM-IX)
               TO WK-STRM-CEILING (WK-STRM-IX).
           MOVE WK-STRM-FIRST (WK-STRM-IX) TO WK-STRM-NEXT (WK-STRM-IX).
           MOVE 0 TO WK-STRM-QTY (WK-STRM-IX).
           PERFORM VARYING WK-POS-IX FROM 1 BY 1
               UNTIL WK-POS-IX > WK-POS-COUNT
               IF WK-POS-ID (WK-POS-IX) = WK-STRM-ID (WK-STRM-IX)
                   COMPUTE WK-STRM-NEXT (WK-STRM-IX) =
                       WK-POS-LAST (WK-POS-IX) + 1
                   MOVE WK-POS-COUNT TO WK-POS-IX
               END-IF
           END-PERFORM.

      *> Every request is answered on NUMCONF, in deck order, before
      *> a single number goes out on SEQOUT.
       ALLOCATE-REQUESTS.
           MOVE 0 TO WK-REQ-READ.
           MOVE 0 TO WK-REQ-FULL.
           MOVE 0 TO WK-REQ-PARTIAL.
           MOVE 0 TO WK-REQ-REFUSED.
           OPEN OUTPUT CONF-FILE.
           IF WK-CONF-STATUS = '00'
               OPEN INPUT REQ-FILE
               PERFORM UNTIL WK-REQ-STATUS = '10'
                   READ REQ-FILE
                       AT END
                           MOVE '10' TO WK-REQ-STATUS
                       NOT AT END
                           PERFORM ALLOCATE-ONE-REQUEST
                               THRU ALLOCATE-ONE-REQUEST-EXIT
                   END-READ
               END-PERFORM
               CLOSE REQ-FILE
               CLOSE CONF-FILE
           END-IF.

      *> A block is contiguous and follows the previous one granted
      *> from the same series. A request the ceiling cannot cover is
      *> cut to what is left only under EXCESSO=PARCIAL, and then
      *> confirmed as partial; otherwise it is refused whole.
       ALLOCATE-ONE-REQUEST.
           ADD 1 TO WK-REQ-READ.
           INITIALIZE BCNF-RECORD.
           MOVE CAL-PROC-DATE TO BCNF-DATE.
           MOVE BREQ-STREAM-ID TO BCNF-STREAM-ID.
           MOVE BREQ-REQUESTER TO BCNF-REQUESTER.
           MOVE 0 TO WK-REQ-QTY.
           IF BREQ-QUANTITY NOT = SPACES
               AND FUNCTION TRIM(BREQ-QUANTITY) IS NUMERIC
               MOVE FUNCTION TRIM(BREQ-QUANTITY) TO WK-REQ-QTY
           END-IF.
           MOVE WK-REQ-QTY TO BCNF-REQUESTED.
           IF WK-REQ-QTY = 0
               MOVE 'QUANTIDADE INVALIDA' TO BCNF-REASON
               PERFORM REFUSE-REQUEST
               GO TO ALLOCATE-ONE-REQUEST-EXIT
           END-IF.
           PERFORM FIND-REQUEST-STREAM.
           IF WK-REQ-STRM-IX = 0
               MOVE 'SERIE DESCONHECIDA' TO BCNF-REASON
               PERFORM REFUSE-REQUEST
               GO TO ALLOCATE-ONE-REQUEST-EXIT
           END-IF.
           MOVE WK-STRM-PREFIX (WK-REQ-STRM-IX) TO BCNF-PREFIX.
           IF WK-STRM-NEXT (WK-REQ-STRM-IX)
               > WK-STRM-CEILING (WK-REQ-STRM-IX)
               MOVE 0 TO WK-REQ-AVAIL
           ELSE
               COMPUTE WK-REQ-AVAIL =
                   WK-STRM-CEILING (WK-REQ-STRM-IX)
                   - WK-STRM-NEXT (WK-REQ-STRM-IX) + 1
           END-IF.
           EVALUATE TRUE
               WHEN WK-REQ-QTY <= WK-REQ-AVAIL
                   MOVE WK-REQ-QTY TO WK-REQ-GRANT
                   SET BCNF-FULL TO TRUE
                   ADD 1 TO WK-REQ-FULL
               WHEN EXCESS-PARTIAL AND WK-REQ-AVAIL > 0
                   MOVE WK-REQ-AVAIL TO WK-REQ-GRANT
                   SET BCNF-PARTIAL TO TRUE
                   MOVE 'LIMITE DA SERIE' TO BCNF-REASON
                   ADD 1 TO WK-REQ-PARTIAL
               WHEN OTHER
                   MOVE 'LIMITE DA SERIE' TO BCNF-REASON
                   PERFORM REFUSE-REQUEST
                   GO TO ALLOCATE-ONE-REQUEST-EXIT
           END-EVALUATE.
           MOVE WK-REQ-GRANT TO BCNF-GRANTED.
           MOVE WK-STRM-NEXT (WK-REQ-STRM-IX) TO BCNF-FIRST.
           COMPUTE BCNF-LAST =
               WK-STRM-NEXT (WK-REQ-STRM-IX) + WK-REQ-GRANT - 1.
           IF WK-STRM-QTY (WK-REQ-STRM-IX) = 0
               MOVE BCNF-FIRST TO WK-STRM-FIRST (WK-REQ-STRM-IX)
           END-IF.
           MOVE BCNF-LAST TO WK-STRM-LIMIT (WK-REQ-STRM-IX).
           ADD WK-REQ-GRANT TO WK-STRM-QTY (WK-REQ-STRM-IX).
           ADD WK-REQ-GRANT TO WK-STRM-NEXT (WK-REQ-STRM-IX).
           PERFORM MARK-SIMULATED-CONF.
           WRITE BCNF-RECORD.
       ALLOCATE-ONE-REQUEST-EXIT.
           EXIT.

       REFUSE-REQUEST.
           SET BCNF-REFUSED TO TRUE.
           MOVE 0 TO BCNF-GRANTED.
           ADD 1 TO WK-REQ-REFUSED.
           PERFORM MARK-SIMULATED-CONF.
           WRITE BCNF-RECORD.

      *> NUMCONF has no free area, so a simulated answer gives up
      *> its reason text for the marking; the status still says
      *> granted, partial or refused.
       MARK-SIMULATED-CONF.
           IF RUN-SIMULATED
               MOVE 'SIMULACAO-NAO VALIDO' TO BCNF-REASON
           END-IF.

      *> Series named on BCNF-STREAM-ID, or 0 when it is not one of
      *> tonight's active series.
       FIND-REQUEST-STREAM.
           MOVE 0 TO WK-REQ-STRM-IX.
           PERFORM VARYING WK-STRM-IX FROM 1 BY 1
               UNTIL WK-STRM-IX > WK-STRM-COUNT
               IF WK-STRM-ID (WK-STRM-IX) = BCNF-STREAM-ID
                   MOVE WK-STRM-IX TO WK-REQ-STRM-IX
                   MOVE WK-STRM-COUNT TO WK-STRM-IX
               END-IF
           END-PERFORM.

       RELOAD-ALLOCATIONS.
           MOVE 0 TO WK-REQ-READ.
           MOVE 0 TO WK-REQ-FULL.
           MOVE 0 TO WK-REQ-PARTIAL.
           MOVE 0 TO WK-REQ-REFUSED.
           OPEN INPUT CONF-FILE.
           IF WK-CONF-STATUS = '00'
               PERFORM UNTIL WK-CONF-STATUS = '10'
                   READ CONF-FILE
                       AT END
                           MOVE '10' TO WK-CONF-STATUS
                       NOT AT END
                           PERFORM RELOAD-ONE-ALLOCATION
                   END-READ
               END-PERFORM
               CLOSE CONF-FILE
           END-IF.

       RELOAD-ONE-ALLOCATION.
           ADD 1 TO WK-REQ-READ.
           EVALUATE TRUE
               WHEN BCNF-FULL
                   ADD 1 TO WK-REQ-FULL
               WHEN BCNF-PARTIAL
                   ADD 1 TO WK-REQ-PARTIAL
               WHEN OTHER
                   ADD 1 TO WK-REQ-REFUSED
           END-EVALUATE.
           IF BCNF-HAS-RANGE
               PERFORM FIND-REQUEST-STREAM
               IF WK-REQ-STRM-IX > 0
                   IF WK-STRM-QTY (WK-REQ-STRM-IX) = 0
                       MOVE BCNF-FIRST TO WK-STRM-FIRST (WK-REQ-STRM-IX)
                   END-IF
                   MOVE BCNF-LAST TO WK-STRM-LIMIT (WK-REQ-STRM-IX)
                   ADD BCNF-GRANTED TO WK-STRM-QTY (WK-REQ-STRM-IX)
                   COMPUTE WK-STRM-NEXT (WK-REQ-STRM-IX) =
                       BCNF-LAST + 1
               END-IF
           END-IF.

      *> A series with nothing granted keeps its position: start and
      *> limit both show the last value already issued.
       FINISH-DEMAND-STREAM.
           IF WK-STRM-QTY (WK-STRM-IX) = 0
               COMPUTE WK-STRM-LIMIT (WK-STRM-IX) =
                   WK-STRM-NEXT (WK-STRM-IX) - 1
               MOVE WK-STRM-LIMIT (WK-STRM-IX)
                   TO WK-STRM-FIRST (WK-STRM-IX)
           END-IF.

      *> Rewritten after every stream trailer, so an abend between
      *> streams keeps the positions of the streams already done.
       RECORD-STREAM-POSITION.
                   PERFORM LOG-POSITION-TABLE-ERROR
               END-IF
           END-IF.
           PERFORM REWRITE-STREAM-POSITIONS
               THRU REWRITE-STREAM-POSITIONS-EXIT.

      *> A simulated run leaves every series where it found it.
       REWRITE-STREAM-POSITIONS.
           IF RUN-SIMULATED
               GO TO REWRITE-STREAM-POSITIONS-EXIT
           END-IF.
           OPEN OUTPUT POS-FILE.
           IF WK-POS-STATUS = '00'
               PERFORM VARYING WK-POS-IX FROM 1 BY 1
           ELSE
               CLOSE POS-FILE
           END-IF.
       REWRITE-STREAM-POSITIONS-EXIT.
           EXIT.

      *> A simulation never resumes a real night's checkpoint nor
      *> writes one of its own: it always starts from the top.
       CHECK-FOR-RESTART.
           MOVE 'N' TO WK-RESTARTED.
           MOVE ZERO TO WK-CONT.
           MOVE 1 TO WK-RESUME-IX.
           IF RUN-SIMULATED
               GO TO CHECK-FOR-RESTART-EXIT
           END-IF.
           OPEN INPUT CKPT-FILE.
           IF WK-CKPT-STATUS = '00'
               READ CKPT-FILE
           ELSE
               CLOSE CKPT-FILE
           END-IF.
       CHECK-FOR-RESTART-EXIT.
           EXIT.

       WRITE-CHECKPOINT.
           IF NOT RUN-SIMULATED
               OPEN OUTPUT CKPT-FILE
               MOVE WK-CONT TO CKPT-LAST-CONT
               MOVE WK-STRM-LIMIT (WK-STRM-IX) TO CKPT-LIMIT
               MOVE WK-STRM-IX TO CKPT-STREAM-IX
               WRITE CKPT-RECORD
               CLOSE CKPT-FILE
           END-IF.

      *> After a stream's trailer goes out, point the checkpoint at
      *> the next stream so an abend between streams never re-writes
      *> a trailer that is already on SEQOUT.
       ADVANCE-CHECKPOINT.
           IF WK-STRM-IX < WK-STRM-COUNT AND NOT RUN-SIMULATED
               OPEN OUTPUT CKPT-FILE
               MOVE 0 TO CKPT-LAST-CONT
               MOVE WK-STRM-LIMIT (WK-STRM-IX + 1) TO CKPT-LIMIT
           END-IF.

       CLEAR-CHECKPOINT.
           IF NOT RUN-SIMULATED
               OPEN OUTPUT CKPT-FILE
               CLOSE CKPT-FILE
           END-IF.

       LOG-OVERFLOW-ERROR.
           MOVE 'Y' TO WK-RUN-OVERFLOW.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-CONF-ERROR.
           MOVE 'CONTADOR' TO ERR-PROGRAM.
           MOVE 'FILE-IO' TO ERR-TYPE.
           STRING 'FALHA NO ARQUIVO NUMCONF - STATUS ' WK-CONF-STATUS
               DELIMITED BY SIZE INTO ERR-DETAIL.
           PERFORM OPEN-ERR-LOG.
           PERFORM WRITE-ERR-ENTRY.
           PERFORM CLOSE-ERR-LOG.

       LOG-STREAM-DEF-ERROR.
           MOVE 'CONTADOR' TO ERR-PROGRAM.
           MOVE 'INPUT' TO ERR-TYPE.
