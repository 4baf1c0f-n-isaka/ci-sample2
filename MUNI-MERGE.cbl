      *         20-24  new municipality code
      *         25-28  effective year (the first year delivered under
      *                the new code)
      *         29-40  operator who keyed the transaction
      *
      *  For every detail record under the old code with a year
      *  before the effective year, in both detail masters: if the
      *  before/after values to MUNI-MERGE-LOG (ZINKO-ADJ-LOG style)
      *  so a questioned history can be traced. Counts go to
      *  STEP-COUNTS as usual.
      *
      *  The keying operator must be on OPER-MSTR, active, with
      *  function G (OPER-CHK); a transaction from anyone else is
      *  refused to MUNI-MERGE-ERR (and AUTH-LOG) before either
      *  master is touched. The operator is carried on every
      *  MUNI-MERGE-LOG and MUNI-MERGE-ERR line.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           03   MG-NEW-PREF        PIC  X(07).
           03   MG-NEW-MUNI        PIC  X(05).
           03   MG-EFF-YEAR        PIC  9(04).
           03   MG-OPERATOR        PIC  X(12).
       FD  ZINKO-DI-FILE.
       01  ZINKO-DI-REC.
           03   ZINKO-DI-KEY.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-Z-MOVE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-M-MOVE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REFUSED-CNT     PIC  9(07) VALUE ZERO.
       01  WS-OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01) VALUE "G".
           03   OP-PROGRAM         PIC  X(12) VALUE "MUNI-MERGE".
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
      * The years the old code has on file (collected first, so the
      * keyed re-key/consolidate pass never disturbs a running scan
      * of the same file).
              END-IF
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN
              IF WS-IS-VALID THEN
                 PERFORM CHECK-OPER-RTN
              END-IF
              IF WS-IS-VALID THEN
                 PERFORM APPLY-RTN
              ELSE
           DISPLAY "MUNI-MERGE READ     : " WS-READ-CNT.
           DISPLAY "MUNI-MERGE APPLIED  : " WS-APPLY-CNT.
           DISPLAY "MUNI-MERGE REJECT   : " WS-REJECT-CNT.
           DISPLAY "MUNI-MERGE REFUSED  : " WS-REFUSED-CNT.
           DISPLAY "MUNI-MERGE Z MOVED  : " WS-Z-MOVE-CNT.
           DISPLAY "MUNI-MERGE M MOVED  : " WS-M-MOVE-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
           END-IF
           END-IF.

      * The keying operator must be on OPER-MSTR, active, with
      * function G; otherwise the transaction is rejected with
      * OPER-CHK's reason. Refusals are inside the REJECT figure on
      * STEP-COUNTS (the line has no room for another count) and
      * shown separately on the console; OPER-CHK has already
      * logged each one to AUTH-LOG.
       CHECK-OPER-RTN.
           MOVE MG-OPERATOR TO OP-OPERATOR.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF OP-RESULT NOT = "Y" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE OP-REASON TO WS-REJECT-REASON
              ADD 1 TO WS-REFUSED-CNT
           END-IF.

      * Apply one merger transaction to both detail masters. A
      * transaction whose old code has no prior-year record in
      * either master is contradictory (nothing to move) and gets
                   WS-LOG-BEFORE    DELIMITED BY SIZE
                   " AFTER="        DELIMITED BY SIZE
                   WS-LOG-AFTER     DELIMITED BY SIZE
                   " OPERATOR="     DELIMITED BY SIZE
                   MG-OPERATOR      DELIMITED BY SIZE
                   INTO MERGE-L-REC
           END-STRING.
           WRITE MERGE-L-REC.
                      MG-EFF-YEAR      DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " OPERATOR="     DELIMITED BY SIZE
                      MG-OPERATOR      DELIMITED BY SIZE
                      INTO             MERGE-E-REC
           END-STRING.
           WRITE MERGE-E-REC.
