      *  way MENSEKI-CNV rejects bad extract rows, and this run's
      *  counts are appended to STEP-COUNTS so BATCH-RUN can audit
      *  this step like every other one.
      *
      *  Every transaction carries the ID of the operator who keyed
      *  it in columns 20-31; OPER-CHK must find that operator
      *  active and holding function M, or the transaction is
      *  refused to MSTR-MNT-ERR (and AUTH-LOG) and the masters are
      *  not touched. Error lines name the operator.
      *
      *  A DELETE from either master, and a REGION-MSTR CHANGE that
      *  moves a prefecture to a different region, are never
      *  applied straight from MSTR-TRAN: once the transaction has
      *  passed every check (including that the code is on file) it
      *  goes onto the PEND-MSTR approval queue with its keying
      *  operator as maker, for a second operator to approve or
      *  reject through PEND-APR. At the start of every run the
      *  approved transactions still waiting are applied, checks
      *  repeated, and their queue entries marked applied or failed.
      *  A region CHANGE that only renames the region is applied at
      *  once as before.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT MSTR-E-FILE      ASSIGN TO "MSTR-MNT-ERR"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT PEND-M-FILE      ASSIGN TO "PEND-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PD-ID
                                   FILE   STATUS  IS   PN-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
           03   MT-REGION-DATA     REDEFINES MT-PREF-DATA.
               05   MT-REGION-CODE PIC  X(02).
               05   MT-REGION-NAME PIC  N(04).
           03   MT-OPERATOR        PIC  X(12).
       FD  PREF-M-FILE.
       01  PREF-M-REC.
           03   PM-CODE            PIC  X(07).
           03   RM-REGION-NAME     PIC  N(04).
       FD  MSTR-E-FILE.
       01  MSTR-E-REC              PIC  X(80).
      * Approval queue entry, same layout as in ZINKO-ADJ.
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
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       01  RM-STATUS               PIC  XX.
       01  E-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  PN-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-HOLD-REASON          PIC  X(26).
       01  WS-PEND-SEQ             PIC  9(04) VALUE ZERO.
       01  WS-DONE-BEFORE          PIC  9(07).
       01  WS-DONE-AFTER           PIC  9(07).
       01  WS-REJECT-REASON        PIC  X(26).
       01  WS-VALID-SW             PIC  X    VALUE "Y".
           88  WS-IS-VALID                   VALUE "Y".
           03   WS-CHANGE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-DELETE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REFUSED-CNT     PIC  9(07) VALUE ZERO.
           03   WS-QUEUED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-RELEASE-CNT     PIC  9(07) VALUE ZERO.
       01  WS-OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01) VALUE "M".
           03   OP-PROGRAM         PIC  X(12) VALUE "MSTR-MNT".
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM OPEN-IDX-RTN.
           OPEN OUTPUT MSTR-E-FILE.
           PERFORM RELEASE-RTN.
       READ-RTN.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN
              IF WS-IS-VALID THEN
                 PERFORM CHECK-OPER-RTN
              END-IF
              IF WS-IS-VALID THEN
                 PERFORM CHECK-HOLD-RTN
              END-IF
              IF WS-IS-VALID THEN
                 IF WS-HOLD-REASON NOT = SPACES THEN
                    PERFORM QUEUE-RTN
                 ELSE IF MT-TARGET = "P" THEN
                    PERFORM APPLY-PREF-RTN
                 ELSE
                    PERFORM APPLY-REGION-RTN
                 END-IF
                 END-IF
              ELSE
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-REJECT-CNT
           CLOSE PREF-M-FILE.
           CLOSE REGION-M-FILE.
           CLOSE MSTR-E-FILE.
           CLOSE PEND-M-FILE.
           DISPLAY "MSTR-MNT READ  : " WS-READ-CNT.
           DISPLAY "MSTR-MNT ADD   : " WS-ADD-CNT.
           DISPLAY "MSTR-MNT CHANGE: " WS-CHANGE-CNT.
           DISPLAY "MSTR-MNT DELETE: " WS-DELETE-CNT.
           DISPLAY "MSTR-MNT REJECT: " WS-REJECT-CNT.
           DISPLAY "MSTR-MNT REFUSED:" WS-REFUSED-CNT.
           DISPLAY "MSTR-MNT QUEUED: " WS-QUEUED-CNT.
           DISPLAY "MSTR-MNT RELEASE:" WS-RELEASE-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
              CLOSE REGION-M-FILE
              OPEN I-O REGION-M-FILE
           END-IF.
           OPEN I-O PEND-M-FILE.
           IF PN-STATUS = "35" THEN
              OPEN OUTPUT PEND-M-FILE
              CLOSE PEND-M-FILE
              OPEN I-O PEND-M-FILE
           END-IF.
           IF PN-STATUS <> "00" THEN
              DISPLAY "MSTR-MNT: PEND-MSTR NOT AVAILABLE (STATUS="
                      PN-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.

       VALIDATE-RTN.
           SET WS-IS-VALID TO TRUE.
           END-IF
           END-IF.

      * The keying operator must be on OPER-MSTR, active, with
      * function M; otherwise the transaction is rejected with
      * OPER-CHK's reason. Refusals are inside the REJECT figure on
      * STEP-COUNTS (the line has no room for another count) and
      * shown separately on the console; OPER-CHK has already
      * logged each one to AUTH-LOG.
       CHECK-OPER-RTN.
           MOVE MT-OPERATOR TO OP-OPERATOR.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF OP-RESULT NOT = "Y" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE OP-REASON TO WS-REJECT-REASON
              ADD 1 TO WS-REFUSED-CNT
           END-IF.

      * Decide whether a valid transaction must wait for approval:
      * any DELETE, or a region CHANGE naming a different region
      * code from the one on file. The code is looked up first, so
      * a DELETE or CHANGE of a code not on file is rejected now
      * rather than queued for someone to approve in vain.
       CHECK-HOLD-RTN.
           MOVE SPACES TO WS-HOLD-REASON.
           IF MT-ACTION = "D" AND MT-TARGET = "P" THEN
              MOVE MT-CODE TO PM-CODE
              READ PREF-M-FILE
                 INVALID KEY
                    SET WS-IS-INVALID TO TRUE
                    MOVE "DELETE: NOT ON FILE" TO WS-REJECT-REASON
                 NOT INVALID KEY
                    MOVE "PREF DELETE" TO WS-HOLD-REASON
              END-READ
           END-IF.
           IF MT-ACTION = "D" AND MT-TARGET = "R" THEN
              MOVE MT-CODE TO RM-CODE
              READ REGION-M-FILE
                 INVALID KEY
                    SET WS-IS-INVALID TO TRUE
                    MOVE "DELETE: NOT ON FILE" TO WS-REJECT-REASON
                 NOT INVALID KEY
                    MOVE "REGION DELETE" TO WS-HOLD-REASON
              END-READ
           END-IF.
           IF MT-ACTION = "C" AND MT-TARGET = "R" THEN
              MOVE MT-CODE TO RM-CODE
              READ REGION-M-FILE
                 INVALID KEY
                    SET WS-IS-INVALID TO TRUE
                    MOVE "CHANGE: NOT ON FILE" TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF RM-REGION-CODE NOT = MT-REGION-CODE THEN
                       MOVE "REGION REASSIGNMENT" TO WS-HOLD-REASON
                    END-IF
              END-READ
           END-IF.

      * Put the transaction on the approval queue instead of
      * applying it. The item ID is this run's date and time plus a
      * sequence number, stepped on past any ID already taken.
       QUEUE-RTN.
           MOVE SPACES              TO PEND-M-REC.
           MOVE WS-CURRENT-DATE     TO PD-ID-DATE.
           MOVE WS-CURRENT-TIME     TO PD-ID-TIME.
           MOVE "M"                 TO PD-SOURCE.
           MOVE "P"                 TO PD-STATE.
           MOVE MT-OPERATOR         TO PD-MAKER.
           MOVE WS-HOLD-REASON      TO PD-REASON.
           MOVE ZERO                TO PD-DECIDE-DATE.
           MOVE ZERO                TO PD-DONE-DATE.
           MOVE MSTR-T-REC          TO PD-ROW.
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

      * Apply every approved transaction still on the queue, in the
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
              IF PD-SOURCE = "M" AND PD-STATE = "A" THEN
                 PERFORM RELEASE-ITEM-RTN
              END-IF
           END-PERFORM.

      * One approved transaction: the stored row is checked again
      * and applied by the same routines as a line of MSTR-TRAN
      * (the hold itself is what the approval settled), and the
      * queue entry records what became of it.
       RELEASE-ITEM-RTN.
           ADD 1 TO WS-RELEASE-CNT.
           MOVE PD-ROW TO MSTR-T-REC.
           COMPUTE WS-DONE-BEFORE = WS-ADD-CNT + WS-CHANGE-CNT
                                  + WS-DELETE-CNT.
           PERFORM VALIDATE-RTN.
           IF WS-IS-VALID THEN
              PERFORM CHECK-OPER-RTN
           END-IF.
           IF WS-IS-VALID THEN
              IF MT-TARGET = "P" THEN
                 PERFORM APPLY-PREF-RTN
              ELSE
                 PERFORM APPLY-REGION-RTN
              END-IF
           ELSE
              PERFORM WRITE-ERR-RTN
              ADD 1 TO WS-REJECT-CNT
           END-IF.
           COMPUTE WS-DONE-AFTER = WS-ADD-CNT + WS-CHANGE-CNT
                                 + WS-DELETE-CNT.
           IF WS-DONE-AFTER > WS-DONE-BEFORE THEN
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

      * Apply one transaction to PREF-MSTR. An ADD of a code already
      * on file and a CHANGE/DELETE of a code not on file are
      * contradictory transactions and get rejected rather than
                      MT-CODE          DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " OPERATOR="     DELIMITED BY SIZE
                      MT-OPERATOR      DELIMITED BY SIZE
                      INTO             MSTR-E-REC
           END-STRING.
           WRITE MSTR-E-REC.
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
           MOVE "MSTR-MNT - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "MSTR-MNT READ="     DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      WS-DELETE-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " QUEUED="            DELIMITED BY SIZE
                      WS-QUEUED-CNT        DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
