      *  MSTR-MNT-ERR, and every applied close/reopen is journaled
      *  with its operator to CLOSE-LOG (ZINKO-ADJ-LOG style). This
      *  run's counts are appended to STEP-COUNTS.
      *
      *  The operator must also be on OPER-MSTR, active, with
      *  function Y (OPER-CHK); a close or reopen ordered by anyone
      *  else is refused to YEAR-CLS-ERR (and AUTH-LOG) and the
      *  closed-year list is left as it was.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           03   WS-CLOSE-CNT       PIC  9(07) VALUE ZERO.
           03   WS-REOPEN-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REFUSED-CNT     PIC  9(07) VALUE ZERO.
       01  WS-OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01) VALUE "Y".
           03   OP-PROGRAM         PIC  X(12) VALUE "YEAR-CLS".
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
      * The closed-year list, held in storage while the CLOSE-CTL
      * transactions are applied, then written back whole.
       01  WS-CLOSED-CNT           PIC  9(02) VALUE ZERO.
              END-IF
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN
              IF WS-IS-VALID THEN
                 PERFORM CHECK-OPER-RTN
              END-IF
              IF WS-IS-VALID THEN
                 PERFORM APPLY-RTN
              ELSE
           DISPLAY "YEAR-CLS CLOSE : " WS-CLOSE-CNT.
           DISPLAY "YEAR-CLS REOPEN: " WS-REOPEN-CNT.
           DISPLAY "YEAR-CLS REJECT: " WS-REJECT-CNT.
           DISPLAY "YEAR-CLS REFUSED:" WS-REFUSED-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
           END-IF
           END-IF.

      * The ordering operator must be on OPER-MSTR, active, with
      * function Y; otherwise the transaction is rejected with
      * OPER-CHK's reason and counted as refused as well as
      * rejected. OPER-CHK has already logged it to AUTH-LOG.
       CHECK-OPER-RTN.
           MOVE CT-OPERATOR TO OP-OPERATOR.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF OP-RESULT NOT = "Y" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE OP-REASON TO WS-REJECT-REASON
              ADD 1 TO WS-REFUSED-CNT
           END-IF.

      * Apply one close/reopen to the in-storage list. A close of a
      * year already closed and a reopen of a year not closed are
      * contradictory and rejected rather than quietly absorbed.
                      WS-REOPEN-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " REFUSED="           DELIMITED BY SIZE
                      WS-REFUSED-CNT       DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
