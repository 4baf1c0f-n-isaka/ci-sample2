      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PEND-APR.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Second-operator decisions on the PEND-MSTR approval queue.
      *  ZINKO-ADJ holds back adjustments over the PEND-CTL limit,
      *  and MSTR-MNT holds back deletes and region reassignments;
      *  each waits on PEND-MSTR (state P) until a different
      *  operator approves or rejects it here. One decision per line
      *  of the sequential PEND-TRAN file:
      *
      *    decision (1)      A = approve, R = reject
      *    item ID (20)      as shown on PEND-RPT (date, time, seq)
      *    checker (12)      the operator deciding
      *    note (26)         free text; required for a rejection
      *
      *  The checker must not be the item's maker, and must hold
      *  OPER-CHK function C as well as the function of the program
      *  that queued the item (A for ZINKO-ADJ, M for MSTR-MNT), so
      *  only someone who could have entered the change may pass it.
      *  An approved item is marked A and applied by the next run of
      *  its own program, which marks it X (applied) or F (failed,
      *  with the reason). A rejected item is marked R and is never
      *  applied. Either way the checker, the decision date and the
      *  note are kept on the item.
      *
      *  Decisions that cannot be taken go to PEND-APR-ERR with a
      *  reason (refusals for want of authority also reach AUTH-LOG
      *  through OPER-CHK). Every decision taken is appended to
      *  PEND-LOG, so the trail survives the item being archived,
      *  and the counts go to STEP-COUNTS as for every other step.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PEND-T-FILE      ASSIGN TO "PEND-TRAN"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT PEND-M-FILE      ASSIGN TO "PEND-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PD-ID
                                   FILE   STATUS  IS   PN-STATUS.
           SELECT PEND-E-FILE      ASSIGN TO "PEND-APR-ERR"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT PEND-L-FILE      ASSIGN TO "PEND-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  PEND-T-FILE.
       01  PEND-T-REC.
           03   PT-DECISION        PIC  X(01).
           03   PT-ID              PIC  X(20).
           03   PT-CHECKER         PIC  X(12).
           03   PT-NOTE            PIC  X(26).
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
       FD  PEND-E-FILE.
       01  PEND-E-REC              PIC  X(100).
       FD  PEND-L-FILE.
       01  PEND-L-REC              PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  PN-STATUS               PIC  XX.
       01  E-STATUS                PIC  XX.
       01  L-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-REJECT-REASON        PIC  X(26).
       01  WS-VALID-SW             PIC  X    VALUE "Y".
           88  WS-IS-VALID                   VALUE "Y".
           88  WS-IS-INVALID                 VALUE "N".
       01  WS-DECISION-TEXT        PIC  X(08).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-OPER-CHK-AREA.
           03   WS-OP-OPERATOR     PIC  X(12).
           03   WS-OP-FUNCTION     PIC  X(01).
           03   WS-OP-PROGRAM      PIC  X(12) VALUE "PEND-APR".
           03   WS-OP-RESULT       PIC  X(01).
           03   WS-OP-REASON       PIC  X(26).
           03   WS-OP-NAME         PIC  X(20).
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-APPROVE-CNT     PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-ERROR-CNT       PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           OPEN INPUT PEND-T-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "PEND-APR: NO PEND-TRAN FILE (STATUS="
                      F-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-IDX-RTN.
           OPEN OUTPUT PEND-E-FILE.
       READ-RTN.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ PEND-T-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN THRU VALIDATE-EXT
              IF WS-IS-VALID THEN
                 PERFORM DECIDE-RTN
              ELSE
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-ERROR-CNT
              END-IF
           END-PERFORM.
       READ-EXT.
           CLOSE PEND-T-FILE.
           CLOSE PEND-M-FILE.
           CLOSE PEND-E-FILE.
           DISPLAY "PEND-APR READ   : " WS-READ-CNT.
           DISPLAY "PEND-APR APPROVE: " WS-APPROVE-CNT.
           DISPLAY "PEND-APR REJECT : " WS-REJECT-CNT.
           DISPLAY "PEND-APR ERROR  : " WS-ERROR-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * Open the queue for update, creating it first time out (same
      * idiom as MSTR-MNT's OPEN-IDX-RTN), so a run before anything
      * has ever been queued just reports each decision as not on
      * file.
       OPEN-IDX-RTN.
           OPEN I-O PEND-M-FILE.
           IF PN-STATUS = "35" THEN
              OPEN OUTPUT PEND-M-FILE
              CLOSE PEND-M-FILE
              OPEN I-O PEND-M-FILE
           END-IF.
           IF PN-STATUS <> "00" THEN
              DISPLAY "PEND-APR: PEND-MSTR OPEN ERROR (STATUS="
                      PN-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.

      * The line itself, then the item, then the checker - the
      * first failure is the reason. The maker test comes before
      * OPER-CHK so a maker approving their own item is reported
      * as such rather than as an authority refusal.
       VALIDATE-RTN.
           SET WS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF PT-DECISION NOT = "A" AND PT-DECISION NOT = "R" THEN
              MOVE "INVALID DECISION CODE" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           IF PT-ID = SPACES THEN
              MOVE "MISSING ITEM ID" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           IF PT-CHECKER = SPACES THEN
              MOVE "MISSING OPERATOR" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           IF PT-DECISION = "R" AND PT-NOTE = SPACES THEN
              MOVE "MISSING REJECT NOTE" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           MOVE PT-ID TO PD-ID.
           READ PEND-M-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF PN-STATUS <> "00" THEN
              MOVE "ITEM NOT ON FILE" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           IF PD-STATE NOT = "P" THEN
              MOVE "ITEM NOT PENDING" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           IF PD-MAKER = PT-CHECKER THEN
              MOVE "CHECKER IS THE MAKER" TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           MOVE PT-CHECKER TO WS-OP-OPERATOR.
           MOVE "C"        TO WS-OP-FUNCTION.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF WS-OP-RESULT NOT = "Y" THEN
              MOVE WS-OP-REASON TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           IF PD-SOURCE = "A" THEN
              MOVE "A" TO WS-OP-FUNCTION
           ELSE
              MOVE "M" TO WS-OP-FUNCTION
           END-IF.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF WS-OP-RESULT NOT = "Y" THEN
              MOVE WS-OP-REASON TO WS-REJECT-REASON
              GO TO VALIDATE-ERR
           END-IF.
           GO TO VALIDATE-EXT.
       VALIDATE-ERR.
           SET WS-IS-INVALID TO TRUE.
       VALIDATE-EXT.
           EXIT.

      * Record the decision on the item and in PEND-LOG. The item
      * read in VALIDATE-RTN is still current.
       DECIDE-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF PT-DECISION = "A" THEN
              MOVE "A"        TO PD-STATE
              MOVE "APPROVED" TO WS-DECISION-TEXT
           ELSE
              MOVE "R"        TO PD-STATE
              MOVE "REJECTED" TO WS-DECISION-TEXT
           END-IF.
           MOVE PT-CHECKER      TO PD-CHECKER.
           MOVE WS-CURRENT-DATE TO PD-DECIDE-DATE.
           MOVE PT-NOTE         TO PD-RESULT.
           REWRITE PEND-M-REC.
           IF PN-STATUS <> "00" THEN
              DISPLAY "PEND-APR PEND-MSTR REWRITE ERROR:" PN-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           IF PT-DECISION = "A" THEN
              ADD 1 TO WS-APPROVE-CNT
           ELSE
              ADD 1 TO WS-REJECT-CNT
           END-IF.
           PERFORM WRITE-LOG-RTN.

       WRITE-ERR-RTN.
           MOVE SPACES TO PEND-E-REC.
           STRING     PT-DECISION      DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      PT-ID            DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " OPERATOR="     DELIMITED BY SIZE
                      PT-CHECKER       DELIMITED BY SIZE
                      INTO             PEND-E-REC
           END-STRING.
           WRITE PEND-E-REC.

      * Append the decision to PEND-LOG (falling back to OUTPUT on
      * first use, same idiom as SEQ-VALID-LOG).
       WRITE-LOG-RTN.
           OPEN EXTEND PEND-L-FILE.
           IF L-STATUS <> "00" THEN
              OPEN OUTPUT PEND-L-FILE
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO PEND-L-REC.
           STRING     WS-CURRENT-DATE  DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-CURRENT-TIME  DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-DECISION-TEXT DELIMITED BY SIZE
                      " ITEM="         DELIMITED BY SIZE
                      PD-ID            DELIMITED BY SIZE
                      " SOURCE="       DELIMITED BY SIZE
                      PD-SOURCE        DELIMITED BY SIZE
                      " MAKER="        DELIMITED BY SIZE
                      PD-MAKER         DELIMITED BY SIZE
                      " CHECKER="      DELIMITED BY SIZE
                      PD-CHECKER       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      PT-NOTE          DELIMITED BY SIZE
                      INTO             PEND-L-REC
           END-STRING.
           WRITE PEND-L-REC.
           CLOSE PEND-L-FILE.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG).
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "PEND-APR READ="     DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " APPROVE="           DELIMITED BY SIZE
                      WS-APPROVE-CNT       DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " ERROR="             DELIMITED BY SIZE
                      WS-ERROR-CNT         DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

      * Same idiom as WRITE-STEP-CNT-RTN, but for a fatal I/O error
      * that GOBACKs mid-run (same style as MSTR-MNT's
      * WRITE-STEP-CNT-ABORT-RTN).
       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "PEND-APR READ="     DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " APPROVE="           DELIMITED BY SIZE
                      WS-APPROVE-CNT       DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " ERROR="             DELIMITED BY SIZE
                      WS-ERROR-CNT         DELIMITED BY SIZE
                      " - RUN ABORTED"      DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
