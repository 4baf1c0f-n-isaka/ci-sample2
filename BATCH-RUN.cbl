       AUTHOR.                     TSH.
       DATE-WRITTEN.               2019-10-10.
      ******************************************************************
      *  Runs the batch chain - PLAUS-CHK, MSTR-AUDIT, MENSEKI-CNV,
      *  ZINKO-CNV, DTL-CNV, DTL-ROLLUP, ZINKOMITSUDO, the delivery
      *  steps MITSUDO-PRT, REGION-RPT, CLASS-RPT and IFACE-EXP,
      *  XOUT-CHK to hold those deliverables against each other, and
      *  finally PKG-RUN to package the run's outputs - in sequence,
      *  checking RETURN-CODE after each step so a failed conversion
      *  stops the chain instead of letting ZINKOMITSUDO run against a
      *  stale or partial ZINKO-IDX/MENSEKI-IDX. Each step appends its
      *  against the GATE-CTL tolerances; a breached tolerance fails
      *  the run exactly like a non-zero RETURN-CODE would, with the
      *  breach named in the AUDIT-LOG entry.
      *
      *  The step list is table-driven. BATCH-CTL holds one line per
      *  step, in the order the steps run:
      *
      *      cols  1-12  step (program) name
      *            13    Y = runs in the nightly cycle
      *            14    Y = runs in the monthly cycle
      *            15    Y = runs in the annual cycle
      *            16    on failure: S = stop the chain (default),
      *                              W = warn and carry on
      *            17    R = inside the rollback scope: the masters
      *                      ZINKO-IDX, MENSEKI-IDX and RANK-MSTR
      *                      are backed up before the first such
      *                      step, and a stopping failure at or
      *                      before the last one restores them
      *            18    Y = GATE-CHK applies after the step
      *            19-30 gated STEP-COUNTS name (blank = step name)
      *            31-42 second gated name (DTL-CNV gates its
      *                  ZINKO-DTL and MENSEKI-DTL halves apart)
      *
      *  With no BATCH-CTL the chain built in below is used; its
      *  nightly cycle is the chain above plus RCPT-RPT (warn only)
      *  after the converters, to report expected feeds that have
      *  not arrived; the monthly cycle adds AGE-CNV, KAJU-CNV,
      *  MONTH-CNV, MIGR-CNV, PLAN-LOAD, DTL-RPT, MUNI-CONTRIB,
      *  BAND-RPT, CONC-RPT, AGE-RPT, PLAN-RPT, MONTH-RPT, MIGR-RPT
      *  and MONTH-RECON, and the annual cycle adds PROJ-RPT,
      *  HIST-RPT and RANK-MOB as well.
      *  The cycle to run is taken from column 1 of CYCLE-CTL (N, M
      *  or A; nightly when there is no CYCLE-CTL). A warned failure
      *  is listed in the AUDIT-LOG entry but does not stop the
      *  chain. Every step that ran is listed with its outcome, and
      *  the steps that completed are written to RUN-STEPS so
      *  PKG-RUN packages only the outputs this run actually
      *  produced.
      *
      *  Every step called (and the master backup) is timed: one
      *  STEP-HIST line per step gives its start and end timestamp
      *  and outcome under the run's start stamp, and a closing line
      *  gives the whole run's, so SLA-RPT can show where the batch
      *  window went.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   M-STATUS.
           SELECT RANK-I-FILE      ASSIGN TO "RANK-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RANK-I-KEY
                                   ALTERNATE RECORD KEY IS R-I-RANK-KEY
                                   FILE   STATUS  IS   R-STATUS.
           SELECT ZINKO-B-FILE     ASSIGN TO "ZINKO-BKP"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   ZB-STATUS.
           SELECT MENSEKI-B-FILE   ASSIGN TO "MENSEKI-BKP"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   MB-STATUS.
           SELECT RANK-B-FILE      ASSIGN TO "RANK-BKP"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RB-STATUS.
           SELECT BATCH-CTL-FILE   ASSIGN TO "BATCH-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   BC-STATUS.
           SELECT CYCLE-CTL-FILE   ASSIGN TO "CYCLE-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   CY-STATUS.
           SELECT RUN-STEPS-FILE   ASSIGN TO "RUN-STEPS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RS-STATUS.
           SELECT STEP-HIST-FILE   ASSIGN TO "STEP-HIST"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SH-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
               05   M-I-YEAR       PIC  9(04).
           03   M-I-NAME           PIC  N(04).
           03   M-I-MENSEKI        PIC  9(05).
       FD  RANK-I-FILE.
       01  RANK-I-REC.
           03   RANK-I-KEY.
               05   R-I-YEAR       PIC  9(04).
               05   R-I-CODE       PIC  X(07).
           03   R-I-RANK-KEY.
               05   R-I-RANK-YEAR  PIC  9(04).
               05   R-I-RANK       PIC  9(05).
           03   R-I-NAME           PIC  X(08).
           03   R-I-MITSUDO        PIC  9(08)V9(03).
           03   R-I-KAJU-MITSUDO   PIC  9(08)V9(03).
           03   R-I-KAJU-SW        PIC  X(01).
           03   R-I-CAPITAL        PIC  X(08).
           03   R-I-CLASS          PIC  X(02).
       FD  ZINKO-B-FILE.
       01  ZINKO-B-REC             PIC  X(27).
       FD  MENSEKI-B-FILE.
       01  MENSEKI-B-REC           PIC  X(24).
       FD  RANK-B-FILE.
       01  RANK-B-REC              PIC  X(61).
       FD  BATCH-CTL-FILE.
       01  BATCH-CTL-REC           PIC  X(42).
       FD  CYCLE-CTL-FILE.
       01  CYCLE-CTL-REC.
           03   CYCLE-CTL-CODE     PIC  X(01).
       FD  RUN-STEPS-FILE.
       01  RUN-STEPS-REC           PIC  X(12).
       FD  STEP-HIST-FILE.
       01  STEP-HIST-REC           PIC  X(71).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  SC-STATUS                PIC  XX.
       01  A-STATUS                 PIC  XX.
       01  BC-STATUS                PIC  XX.
       01  CY-STATUS                PIC  XX.
       01  RS-STATUS                PIC  XX.
       01  SH-STATUS                PIC  XX.
       01  WS-START-DATE            PIC  9(08).
       01  WS-START-TIME            PIC  9(08).
       01  WS-END-DATE              PIC  9(08).
       01  M-STATUS                 PIC  XX.
       01  ZB-STATUS                PIC  XX.
       01  MB-STATUS                PIC  XX.
       01  R-STATUS                 PIC  XX.
       01  RB-STATUS                PIC  XX.
       01  WS-BKP-TAKEN-SW          PIC  X    VALUE "N".
           88  WS-BKP-TAKEN                   VALUE "Y".
       01  WS-ROLLBACK-SW           PIC  X    VALUE "N".
           88  WS-ROLLED-BACK                 VALUE "Y".
       01  WS-Z-BKP-CNT             PIC  9(07) VALUE ZERO.
       01  WS-M-BKP-CNT             PIC  9(07) VALUE ZERO.
       01  WS-R-BKP-CNT             PIC  9(07) VALUE ZERO.
       01  WS-LOCK-AREA.
           03   WS-LOCK-ACTION      PIC  X(01).
           03   WS-LOCK-HOLDER      PIC  X(12).
       01  WS-GATE-AREA.
           03   WS-GATE-STEP        PIC  X(12).
           03   WS-GATE-BREACH      PIC  X(60) VALUE SPACES.
       01  WS-RCPT-AREA.
           03   RC-ACTION          PIC  X(01).
           03   RC-PROGRAM         PIC  X(12).
           03   RC-FEED            PIC  X(16).
           03   RC-STAMP           PIC  X(16).
           03   RC-DUP-OF          PIC  X(16).
           03   RC-RESULT          PIC  X(01).
       01  WS-JRNL-AREA.
           03   JL-PROGRAM         PIC  X(12).
           03   JL-FILE-ID         PIC  X(01).
           03   JL-ACTION          PIC  X(01).
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).
           03   WK-WAREKI-YY       PIC  9(02).
           03   WK-RESULT          PIC  X(01).
       01  WS-WAREKI-LABEL         PIC  X(03).
      * The cycle being run (N/M/A) and its name for the audit entry.
       01  WS-CYCLE                 PIC  X(01) VALUE "N".
           88  WS-CYCLE-NIGHTLY               VALUE "N".
           88  WS-CYCLE-MONTHLY               VALUE "M".
           88  WS-CYCLE-ANNUAL                VALUE "A".
       01  WS-CYCLE-NAME            PIC  X(07).
      * The built-in chain, used when there is no BATCH-CTL; each
      * step is one 18-byte flags entry and one 24-byte gate-names
      * entry, the same 42 bytes as a BATCH-CTL line.
       01  WS-CHAIN-DEFS.
           03   FILLER  PIC X(18) VALUE "PLAUS-CHK   YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MSTR-AUDIT  YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MENSEKI-CNV YYYSRY".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "ZINKO-CNV   YYYSRY".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "DTL-CNV     YYYSRY".
           03   FILLER  PIC X(24) VALUE "DTL-CNV-Z   DTL-CNV-M   ".
           03   FILLER  PIC X(18) VALUE "DTL-ROLLUP  YYYSRN".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "ZINKOMITSUDOYYYSRY".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "AGE-CNV     NYYW Y".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "KAJU-CNV    NYYW Y".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MONTH-CNV   NYYW Y".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MIGR-CNV    NYYW Y".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "PLAN-LOAD   NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "RCPT-RPT    YYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MITSUDO-PRT YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "REGION-RPT  YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "CLASS-RPT   YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "IFACE-EXP   YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "XOUT-CHK    YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "DTL-RPT     NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MUNI-CONTRIBNYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "BAND-RPT    NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "CONC-RPT    NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "AGE-RPT     NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "PLAN-RPT    NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MONTH-RPT   NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MIGR-RPT    NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "MONTH-RECON NYYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "PROJ-RPT    NNYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "HIST-RPT    NNYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "RANK-MOB    NNYW N".
           03   FILLER  PIC X(24) VALUE SPACES.
           03   FILLER  PIC X(18) VALUE "PKG-RUN     YYYS N".
           03   FILLER  PIC X(24) VALUE SPACES.
       01  WS-CHAIN-TABLE           REDEFINES WS-CHAIN-DEFS.
           03   WS-CHAIN-ENTRY      PIC  X(42) OCCURS 31 TIMES.
       01  WS-CHAIN-CNT             PIC  9(02) VALUE 31.
      * The chain as loaded for this run, with each step's outcome:
      * space = not run, O = completed, W = failed but warned only,
      * F = failed and stopped the chain.
       01  WS-STEP-TABLE.
           03   WS-STEP-ENTRY       OCCURS 40 TIMES.
                05   WS-ST-DEF.
                     07   WS-ST-NAME      PIC  X(12).
                     07   WS-ST-NIGHTLY   PIC  X(01).
                     07   WS-ST-MONTHLY   PIC  X(01).
                     07   WS-ST-ANNUAL    PIC  X(01).
                     07   WS-ST-ON-FAIL   PIC  X(01).
                     07   WS-ST-SCOPE     PIC  X(01).
                     07   WS-ST-GATE      PIC  X(01).
                     07   WS-ST-GATE-1    PIC  X(12).
                     07   WS-ST-GATE-2    PIC  X(12).
                05   WS-ST-SELECTED  PIC  X(01).
                05   WS-ST-RESULT    PIC  X(01).
                05   WS-ST-BREACH    PIC  X(60).
       01  WS-STEP-CNT              PIC  9(02) VALUE ZERO.
       01  WS-STEP-IDX              PIC  9(02).
       01  WS-LAST-SCOPE-IDX        PIC  9(02) VALUE ZERO.
       01  WS-FAILED-IDX            PIC  9(02) VALUE ZERO.
       01  WS-STEP-PGM              PIC  X(12).
       01  WS-STEP-FAIL-SW          PIC  X    VALUE "N".
           88  WS-STEP-FAILED                 VALUE "Y".
       01  WS-STEP-FAIL-DESC        PIC  X(20).
       01  WS-STEP-BREACH           PIC  X(60).
       01  WS-RESULT-WORD           PIC  X(06).
      * One STEP-HIST line: SH-TYPE S = one step, R = the whole
      * run; SH-RESULT O = ok, W = failed but warned, F = failed.
       01  WS-HIST-LINE.
           03   SH-RUN-DATE        PIC  9(08).
           03   SH-RUN-TIME        PIC  9(08).
           03   FILLER             PIC  X(01) VALUE SPACE.
           03   SH-TYPE            PIC  X(01).
           03   SH-CYCLE           PIC  X(01).
           03   FILLER             PIC  X(01) VALUE SPACE.
           03   SH-STEP            PIC  X(12).
           03   FILLER             PIC  X(01) VALUE SPACE.
           03   SH-START-DATE      PIC  9(08).
           03   SH-START-TIME      PIC  9(08).
           03   FILLER             PIC  X(01) VALUE SPACE.
           03   SH-END-DATE        PIC  9(08).
           03   SH-END-TIME        PIC  9(08).
           03   FILLER             PIC  X(01) VALUE SPACE.
           03   SH-RESULT          PIC  X(01).
       01  WS-STEP-START-DATE       PIC  9(08).
       01  WS-STEP-START-TIME       PIC  9(08).
       01  WS-COUNTS.
           03   WS-RUN-CNT          PIC  9(02) VALUE ZERO.
           03   WS-WARN-CNT         PIC  9(02) VALUE ZERO.
      * Shared with ZINKOMITSUDO inside this run unit, so the
      * chained step knows the chain already holds the run-lock and
      * does not refuse against it; an ad hoc ZINKOMITSUDO in its
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-CYCLE-CTL-RTN.
           IF WS-CYCLE-NAME = SPACES THEN
              DISPLAY "BATCH-RUN: UNKNOWN RUN CYCLE " WS-CYCLE
                      " ON CYCLE-CTL, STOPPING"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-CHAIN-RTN.
           IF WS-STEP-CNT = ZERO THEN
              DISPLAY "BATCH-RUN: NO STEPS DEFINED ON BATCH-CTL, "
                      "STOPPING"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "BATCH-RUN" TO WS-LOCK-HOLDER.
           CALL "LOCK-MGR" USING WS-LOCK-AREA.
           PERFORM CLEAR-STEP-CNT-RTN.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           DISPLAY "BATCH-RUN CYCLE: " WS-CYCLE-NAME.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
                      OR WS-ABORTED
              PERFORM RUN-STEP-RTN THRU RUN-STEP-EXT
           END-PERFORM.

      * A stopping failure inside the rollback scope (at or before
      * the last R step of this cycle) puts the masters back before
      * the run ends. A failure further down stops the chain but
      * leaves the masters standing - the converted data is good,
      * only the delivery has to be rerun.
           IF WS-ABORTED AND WS-BKP-TAKEN
              AND WS-FAILED-IDX <= WS-LAST-SCOPE-IDX THEN
              PERFORM RESTORE-RTN
           END-IF.

           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM WRITE-AUDIT-RTN.
           PERFORM WRITE-RUN-HIST-RTN.

      * The run unit ends here whether or not a step failed - a
      * failed master-updating step has already been rolled back,
              DISPLAY "BATCH-RUN STOPPED AFTER: " WS-FAILED-STEP
              MOVE -1 TO RETURN-CODE
           ELSE
              DISPLAY "BATCH-RUN COMPLETED ALL STEPS, WARNED: "
                      WS-WARN-CNT
           END-IF.
       MAIN-EXT.
           GOBACK.

      * The cycle to run: N(ightly), M(onthly) or A(nnual) in column
      * 1 of CYCLE-CTL, nightly when the file is absent or blank. An
      * unrecognised code refuses the run rather than guessing.
       READ-CYCLE-CTL-RTN.
           OPEN INPUT CYCLE-CTL-FILE.
           IF CY-STATUS = "00" THEN
              READ CYCLE-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CYCLE-CTL-CODE NOT = SPACE THEN
                       MOVE CYCLE-CTL-CODE TO WS-CYCLE
                    END-IF
              END-READ
              CLOSE CYCLE-CTL-FILE
           END-IF.
           EVALUATE TRUE
              WHEN WS-CYCLE-NIGHTLY
                 MOVE "NIGHTLY" TO WS-CYCLE-NAME
              WHEN WS-CYCLE-MONTHLY
                 MOVE "MONTHLY" TO WS-CYCLE-NAME
              WHEN WS-CYCLE-ANNUAL
                 MOVE "ANNUAL"  TO WS-CYCLE-NAME
              WHEN OTHER
                 MOVE SPACES    TO WS-CYCLE-NAME
           END-EVALUATE.

      * Load the chain from BATCH-CTL, or the built-in chain when
      * there is no BATCH-CTL, and mark the steps that belong to
      * this cycle. The last marked R step closes the rollback
      * scope.
       LOAD-CHAIN-RTN.
           OPEN INPUT BATCH-CTL-FILE.
           IF BC-STATUS = "00" THEN
              MOVE "00" TO BC-STATUS
              PERFORM UNTIL BC-STATUS <> "00"
                 READ BATCH-CTL-FILE NEXT
                 IF BC-STATUS = "00"
                    AND BATCH-CTL-REC(1:12) NOT = SPACES THEN
                    IF WS-STEP-CNT < 40 THEN
                       ADD 1 TO WS-STEP-CNT
                       MOVE BATCH-CTL-REC
                         TO WS-ST-DEF(WS-STEP-CNT)
                    ELSE
                       DISPLAY "BATCH-RUN: BATCH-CTL OVER 40 STEPS, "
                               "IGNORED: " BATCH-CTL-REC(1:12)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE BATCH-CTL-FILE
           ELSE
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                      UNTIL WS-STEP-IDX > WS-CHAIN-CNT
                 MOVE WS-CHAIN-ENTRY(WS-STEP-IDX)
                   TO WS-ST-DEF(WS-STEP-IDX)
              END-PERFORM
              MOVE WS-CHAIN-CNT TO WS-STEP-CNT
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
              PERFORM SELECT-STEP-RTN
           END-PERFORM.

       SELECT-STEP-RTN.
           MOVE "N" TO WS-ST-SELECTED(WS-STEP-IDX).
           MOVE SPACE TO WS-ST-RESULT(WS-STEP-IDX).
           MOVE SPACES TO WS-ST-BREACH(WS-STEP-IDX).
           EVALUATE TRUE
              WHEN WS-CYCLE-NIGHTLY
                 MOVE WS-ST-NIGHTLY(WS-STEP-IDX)
                   TO WS-ST-SELECTED(WS-STEP-IDX)
              WHEN WS-CYCLE-MONTHLY
                 MOVE WS-ST-MONTHLY(WS-STEP-IDX)
                   TO WS-ST-SELECTED(WS-STEP-IDX)
              WHEN WS-CYCLE-ANNUAL
                 MOVE WS-ST-ANNUAL(WS-STEP-IDX)
                   TO WS-ST-SELECTED(WS-STEP-IDX)
           END-EVALUATE.
           IF WS-ST-SELECTED(WS-STEP-IDX) = "Y"
              AND WS-ST-SCOPE(WS-STEP-IDX) = "R" THEN
              MOVE WS-STEP-IDX TO WS-LAST-SCOPE-IDX
           END-IF.

      * Run one step of the cycle. The masters are snapshotted just
      * before the first step inside the rollback scope; a snapshot
      * that cannot be taken fails the run before anything is
      * touched. A step that cannot be loaded at all counts as a
      * failure like a non-zero RETURN-CODE. After a clean return the
      * step's gates, if any, are evaluated. A failed W step is
      * recorded and the chain carries on; a failed S step stops it.
       RUN-STEP-RTN.
           IF WS-ST-SELECTED(WS-STEP-IDX) NOT = "Y" THEN
              GO TO RUN-STEP-EXT
           END-IF.
           IF WS-ST-SCOPE(WS-STEP-IDX) = "R"
              AND NOT WS-BKP-TAKEN THEN
              ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
              ACCEPT WS-STEP-START-TIME FROM TIME
              PERFORM BACKUP-RTN
              MOVE "BACKUP" TO SH-STEP
              IF WS-ABORTED THEN
                 MOVE "F" TO SH-RESULT
                 PERFORM WRITE-STEP-HIST-RTN
                 MOVE WS-STEP-IDX TO WS-FAILED-IDX
                 GO TO RUN-STEP-EXT
              END-IF
              MOVE "O" TO SH-RESULT
              PERFORM WRITE-STEP-HIST-RTN
           END-IF.

           MOVE WS-ST-NAME(WS-STEP-IDX) TO WS-STEP-PGM.
           MOVE "N" TO WS-STEP-FAIL-SW.
           MOVE WS-STEP-PGM TO WS-STEP-FAIL-DESC.
           MOVE SPACES TO WS-STEP-BREACH.
           ADD 1 TO WS-RUN-CNT.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           CALL WS-STEP-PGM
              ON EXCEPTION
                 DISPLAY "BATCH-RUN: STEP " WS-STEP-PGM
                         " COULD NOT BE LOADED"
                 SET WS-STEP-FAILED TO TRUE
              NOT ON EXCEPTION
                 IF RETURN-CODE <> 0 THEN
                    SET WS-STEP-FAILED TO TRUE
                 END-IF
           END-CALL.

           IF NOT WS-STEP-FAILED
              AND WS-ST-GATE(WS-STEP-IDX) = "Y" THEN
              IF WS-ST-GATE-1(WS-STEP-IDX) = SPACES THEN
                 MOVE WS-STEP-PGM TO WS-GATE-STEP
              ELSE
                 MOVE WS-ST-GATE-1(WS-STEP-IDX) TO WS-GATE-STEP
              END-IF
              PERFORM GATE-RTN
              IF NOT WS-STEP-FAILED
                 AND WS-ST-GATE-2(WS-STEP-IDX) NOT = SPACES THEN
                 MOVE WS-ST-GATE-2(WS-STEP-IDX) TO WS-GATE-STEP
                 PERFORM GATE-RTN
              END-IF
           END-IF.

           IF NOT WS-STEP-FAILED THEN
              MOVE "O" TO WS-ST-RESULT(WS-STEP-IDX)
              PERFORM WRITE-RUN-STEP-RTN
           ELSE IF WS-ST-ON-FAIL(WS-STEP-IDX) = "W" THEN
              MOVE "W" TO WS-ST-RESULT(WS-STEP-IDX)
              MOVE WS-STEP-BREACH TO WS-ST-BREACH(WS-STEP-IDX)
              ADD 1 TO WS-WARN-CNT
              DISPLAY "BATCH-RUN WARNING, CONTINUING PAST: "
                      WS-STEP-FAIL-DESC
           ELSE
              MOVE "F" TO WS-ST-RESULT(WS-STEP-IDX)
              SET WS-ABORTED TO TRUE
              MOVE WS-STEP-FAIL-DESC TO WS-FAILED-STEP
              MOVE WS-STEP-BREACH TO WS-GATE-BREACH
              MOVE WS-STEP-IDX TO WS-FAILED-IDX
           END-IF
           END-IF.
           MOVE WS-STEP-PGM TO SH-STEP.
           MOVE WS-ST-RESULT(WS-STEP-IDX) TO SH-RESULT.
           PERFORM WRITE-STEP-HIST-RTN.
       RUN-STEP-EXT.

      * Evaluate the GATE-CHK tolerances for the step just completed
      * against the counts it left in STEP-COUNTS. A breach fails
      * the step the same way a non-zero RETURN-CODE does, so the
      * stop/warn handling (rollback included) treats both alike;
      * the breached tolerance itself goes into the AUDIT-LOG entry.
       GATE-RTN.
           CALL "GATE-CHK" USING WS-GATE-AREA.
           IF RETURN-CODE <> 0 THEN
              SET WS-STEP-FAILED TO TRUE
              MOVE SPACES TO WS-STEP-FAIL-DESC
              STRING  "GATE:"       DELIMITED BY SIZE
                      WS-GATE-STEP  DELIMITED BY SIZE
                      INTO WS-STEP-FAIL-DESC
              END-STRING
              MOVE WS-GATE-BREACH TO WS-STEP-BREACH
              MOVE SPACES TO WS-GATE-BREACH
              DISPLAY "BATCH-RUN GATE BREACH: " WS-STEP-BREACH
           END-IF.

      * One STEP-HIST line for the step (or backup) just finished,
      * timed from WS-STEP-START-DATE/TIME to now; SH-STEP and
      * SH-RESULT are set by the caller. STEP-HIST is a running
      * history across runs, so it is appended to, never cleared.
       WRITE-STEP-HIST-RTN.
           MOVE "S" TO SH-TYPE.
           MOVE WS-STEP-START-DATE TO SH-START-DATE.
           MOVE WS-STEP-START-TIME TO SH-START-TIME.
           ACCEPT SH-END-DATE FROM DATE YYYYMMDD.
           ACCEPT SH-END-TIME FROM TIME.
           PERFORM PUT-STEP-HIST-RTN.

      * The closing R line for the whole run, written with the
      * AUDIT-LOG entry.
       WRITE-RUN-HIST-RTN.
           MOVE "R" TO SH-TYPE.
           MOVE "RUN" TO SH-STEP.
           MOVE WS-START-DATE TO SH-START-DATE.
           MOVE WS-START-TIME TO SH-START-TIME.
           MOVE WS-END-DATE TO SH-END-DATE.
           MOVE WS-END-TIME TO SH-END-TIME.
           IF WS-ABORTED THEN
              MOVE "F" TO SH-RESULT
           ELSE
              MOVE "O" TO SH-RESULT
           END-IF.
           PERFORM PUT-STEP-HIST-RTN.

       PUT-STEP-HIST-RTN.
           MOVE WS-START-DATE TO SH-RUN-DATE.
           MOVE WS-START-TIME TO SH-RUN-TIME.
           MOVE WS-CYCLE TO SH-CYCLE.
           OPEN EXTEND STEP-HIST-FILE.
           IF SH-STATUS <> "00" THEN
              OPEN OUTPUT STEP-HIST-FILE
           END-IF.
           MOVE WS-HIST-LINE TO STEP-HIST-REC.
           WRITE STEP-HIST-REC.
           CLOSE STEP-HIST-FILE.

      * Each completed step is appended to RUN-STEPS (cleared with
      * STEP-COUNTS at the start of the run) so PKG-RUN knows which
      * deliverables this run produced.
       WRITE-RUN-STEP-RTN.
           OPEN EXTEND RUN-STEPS-FILE.
           IF RS-STATUS <> "00" THEN
              OPEN OUTPUT RUN-STEPS-FILE
           END-IF.
           MOVE WS-STEP-PGM TO RUN-STEPS-REC.
           WRITE RUN-STEPS-REC.
           CLOSE RUN-STEPS-FILE.

      * Snapshot ZINKO-IDX, MENSEKI-IDX and RANK-MSTR to sequential
      * backup files before the first converter touches them, so the
      * WS-ABORTED path can put back exactly what the previous
      * successful run left. A master that does not exist yet
      * snapshots as an empty backup (restoring it just recreates an
           IF NOT WS-ABORTED THEN
              PERFORM BACKUP-MENSEKI-RTN
           END-IF.
           IF NOT WS-ABORTED THEN
              PERFORM BACKUP-RANK-RTN
           END-IF.
           IF NOT WS-ABORTED THEN
              SET WS-BKP-TAKEN TO TRUE
              DISPLAY "BATCH-RUN BACKUP ZINKO  : " WS-Z-BKP-CNT
              DISPLAY "BATCH-RUN BACKUP MENSEKI: " WS-M-BKP-CNT
              DISPLAY "BATCH-RUN BACKUP RANK   : " WS-R-BKP-CNT
           END-IF.

      * Do not touch the prior snapshot until the master is known
              END-IF
           END-PERFORM.

      * RANK-MSTR is only created by the first ZINKOMITSUDO run, so
      * a missing master is the normal state on a new installation:
      * the empty snapshot means there is nothing to restore, and
      * reloading it leaves an empty master rather than a part-built
      * year.
       BACKUP-RANK-RTN.
           OPEN INPUT RANK-I-FILE.
           IF R-STATUS = "35" THEN
              OPEN OUTPUT RANK-B-FILE
              CLOSE RANK-B-FILE
           ELSE IF R-STATUS <> "00" THEN
              DISPLAY "BATCH-RUN: RANK-MSTR BACKUP FAILED (STATUS="
                      R-STATUS ")"
              SET WS-ABORTED TO TRUE
              MOVE "BACKUP" TO WS-FAILED-STEP
           ELSE
              OPEN OUTPUT RANK-B-FILE
              PERFORM COPY-RANK-RTN
              CLOSE RANK-I-FILE
              CLOSE RANK-B-FILE
           END-IF
           END-IF.

       COPY-RANK-RTN.
           MOVE SPACE TO RANK-I-KEY.
           START RANK-I-FILE KEY IS > RANK-I-KEY.
           MOVE "00" TO R-STATUS.
           PERFORM UNTIL R-STATUS <> "00"
              READ RANK-I-FILE NEXT
              IF R-STATUS = "00" THEN
                 MOVE RANK-I-REC TO RANK-B-REC
                 WRITE RANK-B-REC
                 IF RB-STATUS <> "00" THEN
                    DISPLAY "BACKUP WRITE ERROR:" RB-STATUS
                    SET WS-ABORTED TO TRUE
                    MOVE "BACKUP" TO WS-FAILED-STEP
                    MOVE "99" TO R-STATUS
                 ELSE
                    ADD 1 TO WS-R-BKP-CNT
                 END-IF
              END-IF
           END-PERFORM.

      * A step failed after the masters may have been half-updated:
      * truncate each master and reload it from this run's snapshot
      * so the chain always leaves the masters exactly as the
      * previous successful run did. The rollback is recorded in the
      * AUDIT-LOG entry by WRITE-AUDIT-RTN. The ZINKO-IDX/MENSEKI-IDX
      * restore is journaled on IDX-JOURNAL like any other update -
      * a D for every record the truncation drops, a W for every
      * record reloaded - so ASOF-BLD's replay arrives at the
      * restored masters and not at the rolled-back run's.
       RESTORE-RTN.
           DISPLAY "BATCH-RUN RESTORING MASTERS FROM BACKUP".
           MOVE "BATCH-RUN" TO JL-PROGRAM.
           PERFORM RESTORE-ZINKO-RTN.
           PERFORM RESTORE-MENSEKI-RTN.
           PERFORM RESTORE-RANK-RTN.
           PERFORM RCPT-UNLOAD-RTN.
           SET WS-ROLLED-BACK TO TRUE.

       RESTORE-ZINKO-RTN.
              DISPLAY "BATCH-RUN: ZINKO-BKP NOT READABLE, MANUAL "
                      "RESTORE REQUIRED (STATUS=" ZB-STATUS ")"
           ELSE
              PERFORM JRNL-ZINKO-PURGE-RTN
              OPEN OUTPUT ZINKO-I-FILE
              PERFORM LOAD-ZINKO-RTN
              CLOSE ZINKO-I-FILE
                    DISPLAY "RESTORE WRITE ERROR:" Z-STATUS
                            " - MANUAL RESTORE REQUIRED"
                    MOVE "99" TO ZB-STATUS
                 ELSE
                    MOVE "Z" TO JL-FILE-ID
                    MOVE "W" TO JL-ACTION
                    MOVE ZINKO-I-KEY TO JL-KEY
                    MOVE SPACES TO JL-BEFORE
                    MOVE ZINKO-I-REC TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-IF
           END-PERFORM.

      * Journal every record the truncating OPEN OUTPUT is about to
      * drop as a D, before-image as it stands.
       JRNL-ZINKO-PURGE-RTN.
           OPEN INPUT ZINKO-I-FILE.
           IF Z-STATUS = "00" THEN
              MOVE SPACE TO ZINKO-I-KEY
              START ZINKO-I-FILE KEY IS > ZINKO-I-KEY
              PERFORM UNTIL Z-STATUS <> "00"
                 READ ZINKO-I-FILE NEXT
                 IF Z-STATUS = "00" THEN
                    MOVE "Z" TO JL-FILE-ID
                    MOVE "D" TO JL-ACTION
                    MOVE ZINKO-I-KEY TO JL-KEY
                    MOVE ZINKO-I-REC TO JL-BEFORE
                    MOVE SPACES TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-PERFORM
              CLOSE ZINKO-I-FILE
           END-IF.

       RESTORE-MENSEKI-RTN.
           OPEN INPUT MENSEKI-B-FILE.
           IF MB-STATUS <> "00" THEN
              DISPLAY "BATCH-RUN: MENSEKI-BKP NOT READABLE, MANUAL "
                      "RESTORE REQUIRED (STATUS=" MB-STATUS ")"
           ELSE
              PERFORM JRNL-MENSEKI-PURGE-RTN
              OPEN OUTPUT MENSEKI-I-FILE
              PERFORM LOAD-MENSEKI-RTN
              CLOSE MENSEKI-I-FILE
                    DISPLAY "RESTORE WRITE ERROR:" M-STATUS
                            " - MANUAL RESTORE REQUIRED"
                    MOVE "99" TO MB-STATUS
                 ELSE
                    MOVE "M" TO JL-FILE-ID
                    MOVE "W" TO JL-ACTION
                    MOVE MENSEKI-I-KEY TO JL-KEY
                    MOVE SPACES TO JL-BEFORE
                    MOVE MENSEKI-I-REC TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-IF
           END-PERFORM.

       JRNL-MENSEKI-PURGE-RTN.
           OPEN INPUT MENSEKI-I-FILE.
           IF M-STATUS = "00" THEN
              MOVE SPACE TO MENSEKI-I-KEY
              START MENSEKI-I-FILE KEY IS > MENSEKI-I-KEY
              PERFORM UNTIL M-STATUS <> "00"
                 READ MENSEKI-I-FILE NEXT
                 IF M-STATUS = "00" THEN
                    MOVE "M" TO JL-FILE-ID
                    MOVE "D" TO JL-ACTION
                    MOVE MENSEKI-I-KEY TO JL-KEY
                    MOVE MENSEKI-I-REC TO JL-BEFORE
                    MOVE SPACES TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-PERFORM
              CLOSE MENSEKI-I-FILE
           END-IF.

       RESTORE-RANK-RTN.
           OPEN INPUT RANK-B-FILE.
           IF RB-STATUS <> "00" THEN
              DISPLAY "BATCH-RUN: RANK-BKP NOT READABLE, MANUAL "
                      "RESTORE REQUIRED (STATUS=" RB-STATUS ")"
           ELSE
              OPEN OUTPUT RANK-I-FILE
              PERFORM LOAD-RANK-RTN
              CLOSE RANK-I-FILE
              CLOSE RANK-B-FILE
           END-IF.

       LOAD-RANK-RTN.
           MOVE "00" TO RB-STATUS.
           PERFORM UNTIL RB-STATUS <> "00"
              READ RANK-B-FILE NEXT
              IF RB-STATUS = "00" THEN
                 MOVE RANK-B-REC TO RANK-I-REC
                 WRITE RANK-I-REC
                 IF R-STATUS <> "00" THEN
                    DISPLAY "RESTORE WRITE ERROR:" R-STATUS
                            " - MANUAL RESTORE REQUIRED"
                    MOVE "99" TO RB-STATUS
                 END-IF
              END-IF
           END-PERFORM.

      * Loads this run made have just been rolled back, so their
      * RCPT-REG receipts go back to received; otherwise the rerun
      * would refuse the same files as deliveries already loaded.
       RCPT-UNLOAD-RTN.
           MOVE "U" TO RC-ACTION.
           MOVE "BATCH-RUN" TO RC-PROGRAM.
           MOVE SPACES TO RC-FEED.
           MOVE SPACES TO RC-STAMP.
           STRING  WS-START-DATE  DELIMITED BY SIZE
                   WS-START-TIME  DELIMITED BY SIZE
                   INTO RC-STAMP
           END-STRING.
           CALL "RCPT-REG" USING WS-RCPT-AREA.

      * Each converted step appends to STEP-COUNTS rather than
      * overwriting it, so this run's counts are not mixed with a
      * prior run's; truncate it here before the first step runs.
      * RUN-STEPS is truncated with it for the same reason.
       CLEAR-STEP-CNT-RTN.
           OPEN OUTPUT STEP-CNT-FILE.
           CLOSE STEP-CNT-FILE.
           OPEN OUTPUT RUN-STEPS-FILE.
           CLOSE RUN-STEPS-FILE.

      * Write one AUDIT-LOG entry for this run: start/end timestamps,
      * the cycle, which step failed (if any), one line per step that
      * ran with its outcome, then the per-step counts the steps each
      * left in STEP-COUNTS.
       WRITE-AUDIT-RTN.
           PERFORM WAREKI-LABEL-RTN.
           OPEN EXTEND AUDIT-FILE.
                      WS-FAILED-STEP DELIMITED BY SIZE
                      " ROLLBACK="  DELIMITED BY SIZE
                      WS-ROLLBACK-SW DELIMITED BY SIZE
                      " CYCLE="     DELIMITED BY SIZE
                      WS-CYCLE-NAME DELIMITED BY SPACE
                      INTO          AUDIT-REC
              END-STRING
           ELSE
                      WS-END-DATE   DELIMITED BY SIZE
                      WS-END-TIME   DELIMITED BY SIZE
                      " STATUS=OK"  DELIMITED BY SIZE
                      " CYCLE="     DELIMITED BY SIZE
                      WS-CYCLE-NAME DELIMITED BY SPACE
                      " WARNED="    DELIMITED BY SIZE
                      WS-WARN-CNT   DELIMITED BY SIZE
                      INTO          AUDIT-REC
              END-STRING
           END-IF.
              END-STRING
              WRITE AUDIT-REC
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
              IF WS-ST-RESULT(WS-STEP-IDX) NOT = SPACE THEN
                 PERFORM WRITE-AUDIT-STEP-RTN
              END-IF
           END-PERFORM.
           PERFORM APPEND-STEP-CNT-RTN.
           CLOSE AUDIT-FILE.

      * One line per step that ran: OK, WARN (failed, chain carried
      * on) or FAILED (stopped the chain), with the breached
      * tolerance when a gate was the cause.
       WRITE-AUDIT-STEP-RTN.
           EVALUATE WS-ST-RESULT(WS-STEP-IDX)
              WHEN "O"
                 MOVE "OK"     TO WS-RESULT-WORD
              WHEN "W"
                 MOVE "WARN"   TO WS-RESULT-WORD
              WHEN OTHER
                 MOVE "FAILED" TO WS-RESULT-WORD
           END-EVALUATE.
           MOVE SPACES TO AUDIT-REC.
           STRING  "  STEP "                  DELIMITED BY SIZE
                   WS-ST-NAME(WS-STEP-IDX)    DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-RESULT-WORD             DELIMITED BY SIZE
                   " "                        DELIMITED BY SIZE
                   WS-ST-BREACH(WS-STEP-IDX)  DELIMITED BY SIZE
                   INTO                       AUDIT-REC
           END-STRING.
           WRITE AUDIT-REC.

      * Wareki label for the run-start year ("R08"), so the AUDIT-LOG
      * entry reads in both calendars; N/A when ERA-MSTR cannot place
      * the year.
