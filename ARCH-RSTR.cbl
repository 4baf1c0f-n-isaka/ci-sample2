      *  re-run case: a year ARCH-PRG purged out of ZINKO-IDX/
      *  MENSEKI-IDX has to come back before RECON-RPT or CLASS-RPT
      *  can run against it. Driven by RSTR-CTL, a single line
      *  holding the archive year to restore (9(04), cols 1-4) and
      *  the operator who ordered the restore (cols 5-16). That
      *  operator must be on OPER-MSTR, active, with function R
      *  (OPER-CHK), or the restore is refused outright (and the
      *  refusal logged to AUTH-LOG); the operator is carried on
      *  every IDX-JOURNAL entry the restore makes.
      *
      *  Before the masters are touched, both archive files are
      *  pre-counted and the counts verified against the year's
       FD  RSTR-CTL-FILE.
       01  RSTR-CTL-REC.
           03   RSTR-CTL-YEAR      PIC  9(04).
           03   RSTR-CTL-OPERATOR  PIC  X(12).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC            PIC  X(80).
       FD  ZINKO-A-FILE.
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01) VALUE "R".
           03   OP-PROGRAM         PIC  X(12) VALUE "ARCH-RSTR".
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
       01  WS-YEAR-CHK-AREA.
           03   YR-YEAR            PIC  9(04).
           03   YR-RESULT          PIC  X(01).
           GOBACK.

      * RSTR-CTL is required: a restore should never guess at a
      * year, nor run for an operator not entitled to it (same
      * stance as ARCH-PRG on ARCH-CTL).
       READ-CTL-RTN.
           MOVE SPACES TO OP-OPERATOR.
           OPEN INPUT RSTR-CTL-FILE.
           IF C-STATUS <> "00" THEN
              DISPLAY "ARCH-RSTR: NO RSTR-CTL FILE (STATUS="
                    AND RSTR-CTL-YEAR > 0 THEN
                    MOVE RSTR-CTL-YEAR TO WS-RESTORE-YEAR
                 END-IF
                 MOVE RSTR-CTL-OPERATOR TO OP-OPERATOR
           END-READ.
           CLOSE RSTR-CTL-FILE.
           IF WS-RESTORE-YEAR = ZERO THEN
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF OP-RESULT NOT = "Y" THEN
              DISPLAY "ARCH-RSTR: RESTORE REFUSED, OPERATOR "
                      OP-OPERATOR " - " OP-REASON
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           MOVE OP-OPERATOR TO JL-OPERATOR.

      * The record counts ARCH-PRG wrote when it unloaded the year;
      * the last unload entry for the year wins, so a year purged,
