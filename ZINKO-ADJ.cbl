      *  small delta file instead of a full ZINKO-SEQ rebuild. Reads
      *  signed adjustments from ZINKO-ADJ-SEQ:
      *
      *    code (7) / year (4) / sign (+ or -) / amount (8) /
      *    operator (12)
      *
      *  applies each to the existing Z-I-ZINKO on ZINKO-IDX by keyed
      *  READ/REWRITE, rejects adjustments whose code/year is not on
      *  values to ZINKO-ADJ-LOG so any published figure can be
      *  traced back through its corrections. Counts go to
      *  STEP-COUNTS as usual.
      *
      *  Each adjustment names the operator who keyed it; OPER-CHK
      *  must find that operator active and holding function A, or
      *  the adjustment is refused to ZINKO-ADJ-ERR (and AUTH-LOG)
      *  without touching the master. The operator is carried into
      *  ZINKO-ADJ-LOG, ZINKO-ADJ-ERR and the IDX-JOURNAL entry.
      *
      *  An adjustment larger than the limit in PEND-CTL (cols 1-8,
      *  100000 when there is no PEND-CTL) is not applied: it passes
      *  every other check, then goes onto the PEND-MSTR approval
      *  queue with its keying operator as maker. A second operator
      *  approves or rejects it through PEND-APR; at the start of
      *  every run the approved adjustments still waiting are taken
      *  off the queue and applied exactly as a ZINKO-ADJ-SEQ line
      *  would be (the checks are repeated - the year may have
      *  closed meanwhile), and the queue entry is marked applied or
      *  failed with the reason. The approving operator is added to
      *  the ZINKO-ADJ-LOG line. A repeated ZINKO-ADJ-SEQ refused by
      *  RCPT-REG still releases approved items; only the file's own
      *  lines are skipped. A SUSP-CORR resubmission releases
      *  nothing - it is there for its one corrected line - and a
      *  resubmitted line that goes onto the queue is reported back
      *  to SUSP-CORR as queued, so the suspense item stays open
      *  until the release applies it.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT ADJ-L-FILE       ASSIGN TO "ZINKO-ADJ-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT PEND-M-FILE      ASSIGN TO "PEND-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PD-ID
                                   FILE   STATUS  IS   PN-STATUS.
           SELECT PEND-CTL-FILE    ASSIGN TO "PEND-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   PC-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
           03   A-S-YEAR           PIC  9(04).
           03   A-S-SIGN           PIC  X(01).
           03   A-S-AMOUNT         PIC  9(08).
           03   A-S-OPERATOR       PIC  X(12).
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
       FD  ADJ-E-FILE.
       01  ADJ-E-REC               PIC  X(80).
       FD  ADJ-L-FILE.
       01  ADJ-L-REC               PIC  X(120).
      * Approval queue entry (shared layout with MSTR-MNT, PEND-APR
      * and PEND-RPT): item ID (entry date, time, sequence), source
      * (A = ZINKO-ADJ, M = MSTR-MNT), state (P pending, A approved,
      * R rejected, X applied, F failed when released), maker, why
      * it was held, checker and decision date, release date and
      * outcome, and the transaction row exactly as entered.
       FD  PEND-M-FILE.
       01  PEND-M-REC.
           03   PD-ID.
               05   PD-ID-DATE     PIC  9(08).
               05   PD-ID-TIME     PIC  9(08).
               05   PD-ID-SEQ      PIC  9(04).
           03   PD-SOURCE          PIC  X(01).
           03   PD-STATE           PIC  X(01).
           03   PD-MAKER           PIC  X(12).
           03   PD-REASON          PIC  X(26).
           03   PD-CHECKER         PIC  X(12).
           03   PD-DECIDE-DATE     PIC  9(08).
           03   PD-DONE-DATE       PIC  9(08).
           03   PD-RESULT          PIC  X(26).
           03   PD-ROW             PIC  X(60).
       FD  PEND-CTL-FILE.
       01  PEND-CTL-REC.
           03   PEND-CTL-LIMIT     PIC  9(08).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       01  E-STATUS                PIC  XX.
       01  L-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  PN-STATUS               PIC  XX.
       01  PC-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-REJECT-REASON        PIC  X(26).
           03   WS-APPLY-CNT       PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-CLOSED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REFUSED-CNT     PIC  9(07) VALUE ZERO.
           03   WS-QUEUED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-RELEASE-CNT     PIC  9(07) VALUE ZERO.
       01  WS-ADJ-LIMIT            PIC  9(08) VALUE 100000.
       01  WS-PEND-SEQ             PIC  9(04) VALUE ZERO.
       01  WS-APPLY-BEFORE         PIC  9(07).
       01  WS-CHECKER              PIC  X(12) VALUE SPACES.
       01  WS-FEED-DUP-SW          PIC  X    VALUE "N".
           88  WS-FEED-DUP                   VALUE "Y".
       01  WS-YEAR-CHK-AREA.
           03   YR-YEAR            PIC  9(04).
           03   YR-RESULT          PIC  X(01).
       01  WS-OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01).
           03   OP-PROGRAM         PIC  X(12).
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
       01  WS-BEFORE-ZINKO         PIC  9(08).
       01  WS-AFTER-ZINKO          PIC S9(09).
       01  WS-JRNL-AREA.
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-JRNL-BEFORE-REC      PIC  X(27).
       01  WS-SUSP-AREA.
           03   SL-ACTION          PIC  X(01).
           03   SL-PROGRAM         PIC  X(12).
           03   SL-FEED            PIC  X(12).
           03   SL-CODE            PIC  X(12).
           03   SL-YEAR            PIC  X(04).
           03   SL-REASON          PIC  X(30).
           03   SL-ROW             PIC  X(60).
           03   SL-RESULT          PIC  X(01).
       01  WS-RCPT-AREA.
           03   RC-ACTION          PIC  X(01).
           03   RC-PROGRAM         PIC  X(12).
           03   RC-FEED            PIC  X(16).
           03   RC-STAMP           PIC  X(16).
           03   RC-DUP-OF          PIC  X(16).
           03   RC-RESULT          PIC  X(01).
      * Shared with SUSP-CORR for the length of one resubmission.
       01  SUSP-CORR-AREA          EXTERNAL.
           03   SUSP-CORR-SW       PIC  X(01).
           03   SUSP-CORR-RESULT   PIC  X(01).
           03   SUSP-CORR-REASON   PIC  X(30).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      * The extract is registered on RCPT-REG before anything else;
      * a file repeating a delivery already loaded is refused there
      * and nothing is applied (the zero-count STEP-COUNTS line
      * still shows the step ran), and the receipt is marked loaded
      * once the adjustments are applied.
       MAIN-RTN.
           MOVE "ZINKO-ADJ" TO RC-PROGRAM.
           MOVE "ZINKO-ADJ-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "ZINKO-ADJ: ZINKO-ADJ-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT APPLIED AGAIN"
              SET WS-FEED-DUP TO TRUE
           END-IF.
           PERFORM READ-PEND-CTL-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE "ZINKO-ADJ" TO JL-PROGRAM.
           MOVE "Z" TO JL-FILE-ID.
           MOVE "ZINKO-ADJ" TO SL-PROGRAM.
           MOVE "ZINKO-ADJ" TO SL-FEED.
           MOVE "ZINKO-ADJ" TO OP-PROGRAM.
           MOVE "A" TO OP-FUNCTION.
           OPEN INPUT ADJ-S-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "ZINKO-ADJ: NO ZINKO-ADJ-SEQ FILE (STATUS="
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           PERFORM OPEN-PEND-RTN.
           OPEN OUTPUT ADJ-E-FILE.
           OPEN EXTEND ADJ-L-FILE.
           IF L-STATUS <> "00" THEN
              OPEN OUTPUT ADJ-L-FILE
           END-IF.
           MOVE "S" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           IF SUSP-CORR-SW NOT = "Y" THEN
              PERFORM RELEASE-RTN
           END-IF.
           IF WS-FEED-DUP THEN
              MOVE "10" TO F-STATUS
           ELSE
              MOVE "00" TO F-STATUS
           END-IF.
       READ-RTN.
           PERFORM UNTIL F-STATUS <> "00"
              READ ADJ-S-FILE NEXT
              IF F-STATUS = "10" THEN
              END-IF
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN
              IF WS-IS-VALID THEN
                 PERFORM CHECK-OPER-RTN
              END-IF
              IF WS-IS-VALID THEN
                 PERFORM CHECK-CLOSED-RTN
              END-IF
              IF WS-IS-VALID THEN
                 IF A-S-AMOUNT > WS-ADJ-LIMIT THEN
                    PERFORM QUEUE-RTN
                 ELSE
                    PERFORM APPLY-RTN
                 END-IF
              ELSE
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-REJECT-CNT
           CLOSE ZINKO-I-FILE.
           CLOSE ADJ-E-FILE.
           CLOSE ADJ-L-FILE.
           CLOSE PEND-M-FILE.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           DISPLAY "ZINKO-ADJ READ   : " WS-READ-CNT.
           DISPLAY "ZINKO-ADJ APPLIED: " WS-APPLY-CNT.
           DISPLAY "ZINKO-ADJ REJECT : " WS-REJECT-CNT.
           DISPLAY "ZINKO-ADJ CLOSED : " WS-CLOSED-CNT.
           DISPLAY "ZINKO-ADJ REFUSED: " WS-REFUSED-CNT.
           DISPLAY "ZINKO-ADJ QUEUED : " WS-QUEUED-CNT.
           DISPLAY "ZINKO-ADJ RELEASE: " WS-RELEASE-CNT.
           IF NOT WS-FEED-DUP THEN
              MOVE "L" TO RC-ACTION
              CALL "RCPT-REG" USING WS-RCPT-AREA
           END-IF.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
           END-IF
           END-IF.

      * The keying operator must be on OPER-MSTR, active, with
      * function A. A refusal is rejected like a bad row (so it
      * reaches ZINKO-ADJ-ERR and suspense, where SUSP-CORR can
      * resubmit it under the right operator) and counted
      * separately; OPER-CHK has already logged it to AUTH-LOG.
       CHECK-OPER-RTN.
           MOVE A-S-OPERATOR TO OP-OPERATOR.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF OP-RESULT NOT = "Y" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE OP-REASON TO WS-REJECT-REASON
              ADD 1 TO WS-REFUSED-CNT
           END-IF.

      * An adjustment targeting a fiscal year YEAR-CLS has closed
      * is rejected like any other bad row (so it reaches
      * ZINKO-ADJ-ERR) and counted separately - published figures
                    ADD 1 TO WS-APPLY-CNT
                    PERFORM WRITE-LOG-RTN
                    PERFORM JRNL-REWRITE-RTN
                    PERFORM SUSP-CLOSE-RTN
                 END-IF
                 END-IF
           END-READ.
           MOVE ZINKO-I-KEY TO JL-KEY.
           MOVE WS-JRNL-BEFORE-REC TO JL-BEFORE.
           MOVE ZINKO-I-REC TO JL-AFTER.
           MOVE A-S-OPERATOR TO JL-OPERATOR.
           CALL "IDX-JRNL" USING WS-JRNL-AREA.

      * The approval limit comes from PEND-CTL when there is one; a
      * missing or non-numeric limit keeps the default.
       READ-PEND-CTL-RTN.
           OPEN INPUT PEND-CTL-FILE.
           IF PC-STATUS = "00" THEN
              READ PEND-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PEND-CTL-LIMIT NUMERIC THEN
                       MOVE PEND-CTL-LIMIT TO WS-ADJ-LIMIT
                    END-IF
              END-READ
              CLOSE PEND-CTL-FILE
           END-IF.

      * Open the approval queue for update; create it first time
      * out (same idiom as MSTR-MNT's OPEN-IDX-RTN).
       OPEN-PEND-RTN.
           OPEN I-O PEND-M-FILE.
           IF PN-STATUS = "35" THEN
              OPEN OUTPUT PEND-M-FILE
              CLOSE PEND-M-FILE
              OPEN I-O PEND-M-FILE
           END-IF.
           IF PN-STATUS <> "00" THEN
              DISPLAY "ZINKO-ADJ: PEND-MSTR NOT AVAILABLE (STATUS="
                      PN-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.

      * Hold an over-limit adjustment for approval instead of
      * applying it. The item ID is this run's date and time plus a
      * sequence number, stepped on past any ID already taken. A
      * line resubmitted by SUSP-CORR tells it the row is queued
      * (neither loaded nor rejected) through the shared area.
       QUEUE-RTN.
           MOVE SPACES              TO PEND-M-REC.
           MOVE WS-CURRENT-DATE     TO PD-ID-DATE.
           MOVE WS-CURRENT-TIME     TO PD-ID-TIME.
           MOVE "A"                 TO PD-SOURCE.
           MOVE "P"                 TO PD-STATE.
           MOVE A-S-OPERATOR        TO PD-MAKER.
           MOVE "ADJUSTMENT OVER LIMIT" TO PD-REASON.
           MOVE ZERO                TO PD-DECIDE-DATE.
           MOVE ZERO                TO PD-DONE-DATE.
           MOVE ADJ-S-REC           TO PD-ROW.
           MOVE "22" TO PN-STATUS.
           PERFORM UNTIL PN-STATUS <> "22"
              ADD 1 TO WS-PEND-SEQ
              MOVE WS-PEND-SEQ TO PD-ID-SEQ
              WRITE PEND-M-REC
           END-PERFORM.
           IF PN-STATUS <> "00" THEN
              DISPLAY "PEND-MSTR WRITE ERROR:" PN-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           ADD 1 TO WS-QUEUED-CNT.
           IF SUSP-CORR-SW = "Y" THEN
              MOVE "Q"                   TO SUSP-CORR-RESULT
              MOVE "QUEUED FOR APPROVAL" TO SUSP-CORR-REASON
           END-IF.

      * Apply every approved adjustment still on the queue, in the
      * order they were entered.
       RELEASE-RTN.
           MOVE LOW-VALUES TO PD-ID.
           START PEND-M-FILE KEY IS >= PD-ID
              INVALID KEY
                 CONTINUE
           END-START.
           PERFORM UNTIL PN-STATUS <> "00"
              READ PEND-M-FILE NEXT
              IF PN-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF PN-STATUS <> "00" THEN
                 DISPLAY "PEND-MSTR READ ERROR:" PN-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              IF PD-SOURCE = "A" AND PD-STATE = "A" THEN
                 PERFORM RELEASE-ITEM-RTN
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CHECKER.

      * One approved adjustment: the stored row goes through the
      * same checks and APPLY-RTN as a line of the file (only the
      * size limit is skipped - that is what the approval was for),
      * and the queue entry records what became of it.
       RELEASE-ITEM-RTN.
           ADD 1 TO WS-RELEASE-CNT.
           MOVE PD-ROW     TO ADJ-S-REC.
           MOVE PD-CHECKER TO WS-CHECKER.
           MOVE WS-APPLY-CNT TO WS-APPLY-BEFORE.
           PERFORM VALIDATE-RTN.
           IF WS-IS-VALID THEN
              PERFORM CHECK-OPER-RTN
           END-IF.
           IF WS-IS-VALID THEN
              PERFORM CHECK-CLOSED-RTN
           END-IF.
           IF WS-IS-VALID THEN
              PERFORM APPLY-RTN
           ELSE
              PERFORM WRITE-ERR-RTN
              ADD 1 TO WS-REJECT-CNT
           END-IF.
           IF WS-APPLY-CNT > WS-APPLY-BEFORE THEN
              MOVE "X"       TO PD-STATE
              MOVE "APPLIED" TO PD-RESULT
           ELSE
              MOVE "F"              TO PD-STATE
              MOVE WS-REJECT-REASON TO PD-RESULT
           END-IF.
           MOVE WS-CURRENT-DATE TO PD-DONE-DATE.
           REWRITE PEND-M-REC.
           IF PN-STATUS <> "00" THEN
              DISPLAY "PEND-MSTR REWRITE ERROR:" PN-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.

      * One dated log line per applied adjustment, before and after,
      * so a questioned figure can be traced to its corrections.
       WRITE-LOG-RTN.
                   WS-BEFORE-ZINKO  DELIMITED BY SIZE
                   " AFTER="        DELIMITED BY SIZE
                   Z-I-ZINKO        DELIMITED BY SIZE
                   " OPERATOR="     DELIMITED BY SIZE
                   A-S-OPERATOR     DELIMITED BY SIZE
                   " CHECKER="      DELIMITED BY SIZE
                   WS-CHECKER       DELIMITED BY SIZE
                   INTO ADJ-L-REC
           END-STRING.
           WRITE ADJ-L-REC.
                      A-S-AMOUNT       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " OPERATOR="     DELIMITED BY SIZE
                      A-S-OPERATOR     DELIMITED BY SIZE
                      INTO             ADJ-E-REC
           END-STRING.
           WRITE ADJ-E-REC.
           PERFORM SUSP-REJECT-RTN.

      * Carry the reject into the suspense master (SUSP-LOG), keyed
      * feed + code + year, so it stays outstanding until a later
      * extract or a SUSP-CORR resubmission loads it.
       SUSP-REJECT-RTN.
           MOVE "R"              TO SL-ACTION.
           MOVE A-S-CODE         TO SL-CODE.
           MOVE A-S-YEAR         TO SL-YEAR.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE ADJ-S-REC        TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * The row loaded: close any suspense item still open for it.
       SUSP-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           MOVE A-S-CODE         TO SL-CODE.
           MOVE A-S-YEAR         TO SL-YEAR.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           CLOSE STEP-CNT-FILE.

      * Same idiom as WRITE-STEP-CNT-RTN, but for a fatal I/O error
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           MOVE "ZINKO-ADJ - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "ZINKO-ADJ READ="    DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " CLOSED="            DELIMITED BY SIZE
                      WS-CLOSED-CNT        DELIMITED BY SIZE
                      " REFUSED="           DELIMITED BY SIZE
                      WS-REFUSED-CNT       DELIMITED BY SIZE
                      " QUEUED="            DELIMITED BY SIZE
                      WS-QUEUED-CNT        DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
