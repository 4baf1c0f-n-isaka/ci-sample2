      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SLA-RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Batch-window report over STEP-HIST, the per-step timing
      *  history BATCH-RUN appends to on every run. For the last N
      *  runs (oldest first) it shows each step's elapsed seconds,
      *  the step's average over the runs it ran in, and its trend -
      *  the newer half of the runs against the older half, RISING
      *  or FALLING when the average has moved by more than 10% -
      *  followed by the same figures for each run as a whole.
      *
      *  SLA-CTL holds the thresholds, one line per step in the
      *  GATE-CTL layout:
      *
      *      cols  1-12  step name, or *RUN for the whole run, or
      *                  *LAST to set N (default and maximum 10)
      *            13-19 maximum elapsed seconds (for *LAST: N)
      *
      *  An elapsed time over its threshold is starred, and every
      *  step and run that went over is listed again at the end, so
      *  the evidence for capacity planning is on one page. A step
      *  with no threshold line is shown but never flagged. A run
      *  that never wrote its closing line (it crashed or is still
      *  running) is timed from its start to its last step's end
      *  and marked INCOMPLETE. Output SLA-RPT.txt.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT SLA-CTL-FILE     ASSIGN TO "SLA-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT HIST-FILE        ASSIGN TO "STEP-HIST"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   H-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "SLA-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SLA-CTL-FILE.
       01  SLA-CTL-REC.
           03   SC-STEP            PIC  X(12).
           03   SC-LIMIT           PIC  9(07).
       FD  HIST-FILE.
       01  HIST-REC.
           03   SH-RUN-DATE        PIC  9(08).
           03   SH-RUN-TIME        PIC  9(08).
           03   FILLER             PIC  X(01).
           03   SH-TYPE            PIC  X(01).
           03   SH-CYCLE           PIC  X(01).
           03   FILLER             PIC  X(01).
           03   SH-STEP            PIC  X(12).
           03   FILLER             PIC  X(01).
           03   SH-START-DATE      PIC  9(08).
           03   SH-START-TIME      PIC  9(08).
           03   FILLER             PIC  X(01).
           03   SH-END-DATE        PIC  9(08).
           03   SH-END-TIME        PIC  9(08).
           03   FILLER             PIC  X(01).
           03   SH-RESULT          PIC  X(01).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  C-STATUS                PIC  XX.
       01  H-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-LAST-N               PIC  9(02) VALUE 10.
       01  WS-RUN-LIMIT            PIC  9(07) VALUE ZERO.
       01  WS-TOTAL-RUNS           PIC  9(07) VALUE ZERO.
       01  WS-SKIP-RUNS            PIC  9(07) VALUE ZERO.
       01  WS-RUN-ORD              PIC  9(07) VALUE ZERO.
       01  WS-SLOT                 PIC  9(02) VALUE ZERO.
       01  WS-SLOT-CNT             PIC  9(02) VALUE ZERO.
       01  WS-HALF                 PIC  9(02).
       01  WS-PREV-RUN             PIC  X(16) VALUE SPACES.
       01  WS-THIS-RUN             PIC  X(16).
      * Step thresholds from SLA-CTL.
       01  WS-LIMIT-TABLE.
           03   WS-LIMIT-ENTRY     OCCURS 40 TIMES.
                05   WL-STEP       PIC  X(12).
                05   WL-SECS       PIC  9(07).
       01  WS-LIMIT-CNT            PIC  9(02) VALUE ZERO.
       01  WS-LIMIT-IDX            PIC  9(02).
      * The runs in the window, oldest first.
       01  WS-RUN-TABLE.
           03   WS-RUN-ENTRY       OCCURS 10 TIMES.
                05   WR-DATE       PIC  9(08).
                05   WR-TIME       PIC  9(08).
                05   WR-CYCLE      PIC  X(01).
                05   WR-SECS       PIC  9(07).
                05   WR-RESULT     PIC  X(01).
                05   WR-CLOSED     PIC  X(01).
                05   WR-LAST-DATE  PIC  9(08).
                05   WR-LAST-TIME  PIC  9(08).
      * The steps seen in the window, in order of first appearance,
      * with their elapsed seconds per run slot.
       01  WS-STEP-TABLE.
           03   WS-STEP-ENTRY      OCCURS 40 TIMES.
                05   WT-STEP       PIC  X(12).
                05   WT-LIMIT      PIC  9(07).
                05   WT-OVER       PIC  9(02).
                05   WT-RUN        OCCURS 10 TIMES.
                     07   WT-SECS  PIC  9(07).
                     07   WT-RAN   PIC  X(01).
       01  WS-STEP-CNT             PIC  9(02) VALUE ZERO.
       01  WS-STEP-IDX             PIC  9(02).
      * Elapsed-time arithmetic: day numbers for the two dates (so a
      * run over midnight or month end is timed correctly) and
      * seconds into the day for the two times.
       01  WS-FROM-DATE            PIC  9(08).
       01  WS-FROM-TIME            PIC  9(08).
       01  WS-TO-DATE              PIC  9(08).
       01  WS-TO-TIME              PIC  9(08).
       01  WS-ELAPSED              PIC S9(09).
       01  WS-FROM-DAYS            PIC  9(09).
       01  WS-FROM-SECS            PIC  9(05).
       01  WS-DN-DATE              PIC  9(08).
       01  WS-DN-DATE-R            REDEFINES WS-DN-DATE.
           03   WS-DN-YYYY         PIC  9(04).
           03   WS-DN-MM           PIC  9(02).
           03   WS-DN-DD           PIC  9(02).
       01  WS-DN-YEAR              PIC  9(04).
       01  WS-DN-MONTH             PIC  9(02).
       01  WS-DN-Q4                PIC  9(04).
       01  WS-DN-Q100              PIC  9(04).
       01  WS-DN-Q400              PIC  9(04).
       01  WS-DN-MDAYS             PIC  9(04).
       01  WS-DN-DAYS              PIC  9(09).
       01  WS-TM-TIME              PIC  9(08).
       01  WS-TM-TIME-R            REDEFINES WS-TM-TIME.
           03   WS-TM-HH           PIC  9(02).
           03   WS-TM-MI           PIC  9(02).
           03   WS-TM-SS           PIC  9(02).
           03   WS-TM-CC           PIC  9(02).
       01  WS-TM-SECS              PIC  9(05).
      * Average and trend work fields.
       01  WS-SUM                  PIC  9(09).
       01  WS-SUM-CNT              PIC  9(02).
       01  WS-AVG                  PIC  9(07).
       01  WS-OLD-SUM              PIC  9(09).
       01  WS-OLD-CNT              PIC  9(02).
       01  WS-NEW-SUM              PIC  9(09).
       01  WS-NEW-CNT              PIC  9(02).
       01  WS-OLD-AVG              PIC  9(07).
       01  WS-NEW-AVG              PIC  9(07).
       01  WS-TREND-PCT            PIC S9(05).
       01  WS-TREND-WORD           PIC  X(07).
       01  WS-TREND-OK-SW          PIC  X    VALUE "N".
           88  WS-TREND-OK                   VALUE "Y".
       01  WS-COL                  PIC  9(03).
       01  WS-SECS-DISP            PIC  ZZZZZZ9.
       01  WS-PCT-DISP             PIC  -ZZZ9.
       01  WS-SLOT-DISP            PIC  99.
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-HIST-CNT        PIC  9(07) VALUE ZERO.
           03   WS-STEPS-OVER      PIC  9(07) VALUE ZERO.
           03   WS-RUNS-OVER       PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           INITIALIZE WS-RUN-TABLE WS-STEP-TABLE.
           PERFORM READ-CTL-RTN THRU READ-CTL-EXT.
           PERFORM COUNT-RUNS-RTN THRU COUNT-RUNS-EXT.
           IF WS-TOTAL-RUNS > WS-LAST-N THEN
              COMPUTE WS-SKIP-RUNS = WS-TOTAL-RUNS - WS-LAST-N
              MOVE WS-LAST-N TO WS-SLOT-CNT
           ELSE
              MOVE WS-TOTAL-RUNS TO WS-SLOT-CNT
           END-IF.
           PERFORM LOAD-WINDOW-RTN THRU LOAD-WINDOW-EXT.
           PERFORM CLOSE-RUNS-RTN.
           PERFORM SET-LIMITS-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           PERFORM WRITE-RUNS-RTN.
           PERFORM WRITE-COLUMNS-RTN.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
              PERFORM WRITE-STEP-RTN
           END-PERFORM.
           PERFORM WRITE-RUN-TOTAL-RTN.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.
           DISPLAY "SLA-RPT RUNS  : " WS-SLOT-CNT.
           DISPLAY "SLA-RPT STEPS : " WS-STEP-CNT.
           DISPLAY "SLA-RPT OVER  : " WS-STEPS-OVER
                   " STEPS, " WS-RUNS-OVER " RUNS".
       MAIN-EXT.
           GOBACK.

      * Thresholds and the window size from SLA-CTL; no file means
      * the last 10 runs with nothing flagged.
       READ-CTL-RTN.
           OPEN INPUT SLA-CTL-FILE.
           IF C-STATUS <> "00" THEN
              GO TO READ-CTL-EXT
           END-IF.
           MOVE "00" TO C-STATUS.
           PERFORM UNTIL C-STATUS <> "00"
              READ SLA-CTL-FILE NEXT
              IF C-STATUS = "00" AND SC-LIMIT NUMERIC THEN
                 EVALUATE SC-STEP
                    WHEN "*LAST"
                       IF SC-LIMIT > ZERO AND SC-LIMIT NOT > 10 THEN
                          MOVE SC-LIMIT TO WS-LAST-N
                       END-IF
                    WHEN "*RUN"
                       MOVE SC-LIMIT TO WS-RUN-LIMIT
                    WHEN OTHER
                       IF WS-LIMIT-CNT < 40 THEN
                          ADD 1 TO WS-LIMIT-CNT
                          MOVE SC-STEP  TO WL-STEP(WS-LIMIT-CNT)
                          MOVE SC-LIMIT TO WL-SECS(WS-LIMIT-CNT)
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM.
           CLOSE SLA-CTL-FILE.
       READ-CTL-EXT.
           EXIT.

      * First pass: how many runs STEP-HIST holds, so the second
      * pass knows how many to skip to reach the last N. Runs are
      * told apart by their start stamp; BATCH-RUN writes a run's
      * lines together.
       COUNT-RUNS-RTN.
           OPEN INPUT HIST-FILE.
           IF H-STATUS <> "00" THEN
              GO TO COUNT-RUNS-EXT
           END-IF.
           MOVE "00" TO H-STATUS.
           PERFORM UNTIL H-STATUS <> "00"
              READ HIST-FILE NEXT
              IF H-STATUS = "00" THEN
                 ADD 1 TO WS-HIST-CNT
                 MOVE HIST-REC(1:16) TO WS-THIS-RUN
                 IF WS-THIS-RUN NOT = WS-PREV-RUN THEN
                    ADD 1 TO WS-TOTAL-RUNS
                    MOVE WS-THIS-RUN TO WS-PREV-RUN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE HIST-FILE.
       COUNT-RUNS-EXT.
           EXIT.

      * Second pass: load the last N runs' lines into the run and
      * step tables.
       LOAD-WINDOW-RTN.
           IF WS-SLOT-CNT = ZERO THEN
              GO TO LOAD-WINDOW-EXT
           END-IF.
           MOVE SPACES TO WS-PREV-RUN.
           MOVE ZERO TO WS-RUN-ORD.
           OPEN INPUT HIST-FILE.
           MOVE "00" TO H-STATUS.
           PERFORM UNTIL H-STATUS <> "00"
              READ HIST-FILE NEXT
              IF H-STATUS = "00" THEN
                 MOVE HIST-REC(1:16) TO WS-THIS-RUN
                 IF WS-THIS-RUN NOT = WS-PREV-RUN THEN
                    ADD 1 TO WS-RUN-ORD
                    MOVE WS-THIS-RUN TO WS-PREV-RUN
                    IF WS-RUN-ORD > WS-SKIP-RUNS THEN
                       PERFORM OPEN-SLOT-RTN
                    END-IF
                 END-IF
                 IF WS-RUN-ORD > WS-SKIP-RUNS THEN
                    PERFORM LOAD-LINE-RTN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE HIST-FILE.
       LOAD-WINDOW-EXT.
           EXIT.

       OPEN-SLOT-RTN.
           COMPUTE WS-SLOT = WS-RUN-ORD - WS-SKIP-RUNS.
           MOVE SH-RUN-DATE TO WR-DATE(WS-SLOT).
           MOVE SH-RUN-TIME TO WR-TIME(WS-SLOT).
           MOVE SH-CYCLE    TO WR-CYCLE(WS-SLOT).
           MOVE "N"         TO WR-CLOSED(WS-SLOT).
           MOVE SH-RUN-DATE TO WR-LAST-DATE(WS-SLOT).
           MOVE SH-RUN-TIME TO WR-LAST-TIME(WS-SLOT).

      * An R line closes the run with its own elapsed time and
      * outcome; an S line adds to its step's time for this run
      * (a step listed twice in one chain is timed in total).
       LOAD-LINE-RTN.
           MOVE SH-START-DATE TO WS-FROM-DATE.
           MOVE SH-START-TIME TO WS-FROM-TIME.
           MOVE SH-END-DATE   TO WS-TO-DATE.
           MOVE SH-END-TIME   TO WS-TO-TIME.
           PERFORM ELAPSED-RTN.
           IF SH-TYPE = "R" THEN
              MOVE WS-ELAPSED TO WR-SECS(WS-SLOT)
              MOVE SH-RESULT  TO WR-RESULT(WS-SLOT)
              MOVE "Y"        TO WR-CLOSED(WS-SLOT)
           ELSE
              MOVE SH-END-DATE TO WR-LAST-DATE(WS-SLOT)
              MOVE SH-END-TIME TO WR-LAST-TIME(WS-SLOT)
              PERFORM FIND-STEP-RTN
              IF WS-STEP-IDX > ZERO THEN
                 ADD WS-ELAPSED TO WT-SECS(WS-STEP-IDX, WS-SLOT)
                 MOVE "Y" TO WT-RAN(WS-STEP-IDX, WS-SLOT)
              END-IF
           END-IF.

      * Step table slot for SH-STEP, added on first sight; zero when
      * the table is full.
       FIND-STEP-RTN.
           MOVE ZERO TO WS-STEP-IDX.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-STEP-CNT
              IF WT-STEP(WS-LIMIT-IDX) = SH-STEP THEN
                 MOVE WS-LIMIT-IDX TO WS-STEP-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-STEP-IDX = ZERO AND WS-STEP-CNT < 40 THEN
              ADD 1 TO WS-STEP-CNT
              MOVE WS-STEP-CNT TO WS-STEP-IDX
              MOVE SH-STEP TO WT-STEP(WS-STEP-IDX)
           END-IF.

      * A run with no R line is timed from its start stamp to the
      * end of its last step.
       CLOSE-RUNS-RTN.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SLOT-CNT
              IF WR-CLOSED(WS-SLOT) NOT = "Y" THEN
                 MOVE WR-DATE(WS-SLOT)      TO WS-FROM-DATE
                 MOVE WR-TIME(WS-SLOT)      TO WS-FROM-TIME
                 MOVE WR-LAST-DATE(WS-SLOT) TO WS-TO-DATE
                 MOVE WR-LAST-TIME(WS-SLOT) TO WS-TO-TIME
                 PERFORM ELAPSED-RTN
                 MOVE WS-ELAPSED TO WR-SECS(WS-SLOT)
                 MOVE "I" TO WR-RESULT(WS-SLOT)
              END-IF
           END-PERFORM.

      * Attach each step's SLA-CTL threshold.
       SET-LIMITS-RTN.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
              PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                      UNTIL WS-LIMIT-IDX > WS-LIMIT-CNT
                 IF WL-STEP(WS-LIMIT-IDX) = WT-STEP(WS-STEP-IDX) THEN
                    MOVE WL-SECS(WS-LIMIT-IDX) TO WT-LIMIT(WS-STEP-IDX)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Seconds from WS-FROM-DATE/TIME to WS-TO-DATE/TIME; a clock
      * that went backwards (or a missing end) counts as zero.
       ELAPSED-RTN.
           MOVE WS-FROM-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           MOVE WS-DN-DAYS TO WS-FROM-DAYS.
           MOVE WS-FROM-TIME TO WS-TM-TIME.
           PERFORM DAY-SECONDS-RTN.
           MOVE WS-TM-SECS TO WS-FROM-SECS.
           MOVE WS-TO-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           MOVE WS-TO-TIME TO WS-TM-TIME.
           PERFORM DAY-SECONDS-RTN.
           COMPUTE WS-ELAPSED = (WS-DN-DAYS - WS-FROM-DAYS) * 86400
                              + WS-TM-SECS - WS-FROM-SECS.
           IF WS-ELAPSED < ZERO THEN
              MOVE ZERO TO WS-ELAPSED
           END-IF.

      * Day number of WS-DN-DATE counted from a fixed origin, with
      * March as the first month so the leap day falls at the end
      * of the counting year.
       DAY-NUMBER-RTN.
           MOVE ZERO TO WS-DN-DAYS.
           IF WS-DN-DATE NOT NUMERIC OR WS-DN-YYYY = ZERO THEN
              GO TO DAY-NUMBER-EXT
           END-IF.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM   TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3 THEN
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS.
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
                              - WS-DN-Q100 + WS-DN-Q400
                              + WS-DN-MDAYS + WS-DN-DD.
       DAY-NUMBER-EXT.
           EXIT.

      * Seconds into the day of WS-TM-TIME (hhmmsscc from TIME).
       DAY-SECONDS-RTN.
           MOVE ZERO TO WS-TM-SECS.
           IF WS-TM-TIME NUMERIC THEN
              COMPUTE WS-TM-SECS = WS-TM-HH * 3600 + WS-TM-MI * 60
                                 + WS-TM-SS
           END-IF.

       WRITE-HEADER-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PRINT-REC.
           STRING  "BATCH STEP ELAPSED TIME AND SLA" DELIMITED BY SIZE
                   "   RUN DATE "        DELIMITED BY SIZE
                   WS-CURRENT-DATE       DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

      * The run legend: one line per run slot, oldest first, with
      * the whole run's elapsed time and outcome.
       WRITE-RUNS-RTN.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-SLOT-CNT TO WS-CNT-DISP.
           STRING  "RUNS SHOWN (OLDEST FIRST):" DELIMITED BY SIZE
                   WS-CNT-DISP           DELIMITED BY SIZE
                   "  OF "               DELIMITED BY SIZE
                   WS-TOTAL-RUNS         DELIMITED BY SIZE
                   " ON STEP-HIST"       DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SLOT-CNT
              PERFORM WRITE-RUN-LINE-RTN
           END-PERFORM.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-RUN-LINE-RTN.
           MOVE WS-SLOT TO WS-SLOT-DISP.
           MOVE WR-SECS(WS-SLOT) TO WS-SECS-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "  R"                 DELIMITED BY SIZE
                   WS-SLOT-DISP          DELIMITED BY SIZE
                   " START "             DELIMITED BY SIZE
                   WR-DATE(WS-SLOT)      DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WR-TIME(WS-SLOT)      DELIMITED BY SIZE
                   "  CYCLE "            DELIMITED BY SIZE
                   WR-CYCLE(WS-SLOT)     DELIMITED BY SIZE
                   "  ELAPSED "          DELIMITED BY SIZE
                   WS-SECS-DISP          DELIMITED BY SIZE
                   " SEC  "              DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           EVALUATE WR-RESULT(WS-SLOT)
              WHEN "O"
                 MOVE "OK"         TO PRINT-REC(62:10)
              WHEN "F"
                 MOVE "FAILED"     TO PRINT-REC(62:10)
              WHEN OTHER
                 MOVE "INCOMPLETE" TO PRINT-REC(62:10)
           END-EVALUATE.
           IF WS-RUN-LIMIT > ZERO
              AND WR-SECS(WS-SLOT) > WS-RUN-LIMIT THEN
              MOVE "*** OVER RUN SLA" TO PRINT-REC(72:16)
           END-IF.
           WRITE PRINT-REC.

      * Column heads: one 8-byte column per run slot from column 14,
      * then the average, trend and threshold at fixed columns.
       WRITE-COLUMNS-RTN.
           MOVE SPACES TO PRINT-REC.
           MOVE "STEP" TO PRINT-REC(1:4).
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SLOT-CNT
              COMPUTE WS-COL = 14 + (WS-SLOT - 1) * 8
              MOVE WS-SLOT TO WS-SLOT-DISP
              MOVE "    R"      TO PRINT-REC(WS-COL:5)
              ADD 5 TO WS-COL
              MOVE WS-SLOT-DISP TO PRINT-REC(WS-COL:2)
           END-PERFORM.
           MOVE "    AVG"   TO PRINT-REC(96:7).
           MOVE "TREND"     TO PRINT-REC(106:5).
           MOVE "  LIMIT"   TO PRINT-REC(121:7).
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

      * One step's line: elapsed per run (starred over threshold,
      * "-" where it did not run), average, trend and threshold.
       WRITE-STEP-RTN.
           MOVE SPACES TO PRINT-REC.
           MOVE WT-STEP(WS-STEP-IDX) TO PRINT-REC(1:12).
           MOVE ZERO TO WS-SUM WS-SUM-CNT.
           MOVE ZERO TO WS-OLD-SUM WS-OLD-CNT WS-NEW-SUM WS-NEW-CNT.
           DIVIDE WS-SLOT-CNT BY 2 GIVING WS-HALF.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SLOT-CNT
              PERFORM WRITE-STEP-CELL-RTN
           END-PERFORM.
           IF WS-SUM-CNT > ZERO THEN
              DIVIDE WS-SUM BY WS-SUM-CNT GIVING WS-AVG
              MOVE WS-AVG TO WS-SECS-DISP
              MOVE WS-SECS-DISP TO PRINT-REC(96:7)
           END-IF.
           PERFORM TREND-RTN THRU TREND-EXT.
           IF WS-TREND-OK THEN
              MOVE WS-TREND-PCT TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO PRINT-REC(104:5)
              MOVE "%" TO PRINT-REC(109:1)
           END-IF.
           MOVE WS-TREND-WORD TO PRINT-REC(111:7).
           IF WT-LIMIT(WS-STEP-IDX) > ZERO THEN
              MOVE WT-LIMIT(WS-STEP-IDX) TO WS-SECS-DISP
              MOVE WS-SECS-DISP TO PRINT-REC(121:7)
           END-IF.
           IF WT-OVER(WS-STEP-IDX) > ZERO THEN
              ADD 1 TO WS-STEPS-OVER
              MOVE "*" TO PRINT-REC(129:1)
           END-IF.
           WRITE PRINT-REC.

       WRITE-STEP-CELL-RTN.
           COMPUTE WS-COL = 14 + (WS-SLOT - 1) * 8.
           IF WT-RAN(WS-STEP-IDX, WS-SLOT) NOT = "Y" THEN
              MOVE "      -" TO PRINT-REC(WS-COL:7)
           ELSE
              MOVE WT-SECS(WS-STEP-IDX, WS-SLOT) TO WS-SECS-DISP
              MOVE WS-SECS-DISP TO PRINT-REC(WS-COL:7)
              ADD WT-SECS(WS-STEP-IDX, WS-SLOT) TO WS-SUM
              ADD 1 TO WS-SUM-CNT
              IF WS-SLOT > WS-HALF THEN
                 ADD WT-SECS(WS-STEP-IDX, WS-SLOT) TO WS-NEW-SUM
                 ADD 1 TO WS-NEW-CNT
              ELSE
                 ADD WT-SECS(WS-STEP-IDX, WS-SLOT) TO WS-OLD-SUM
                 ADD 1 TO WS-OLD-CNT
              END-IF
              IF WT-LIMIT(WS-STEP-IDX) > ZERO
                 AND WT-SECS(WS-STEP-IDX, WS-SLOT)
                     > WT-LIMIT(WS-STEP-IDX) THEN
                 ADD 7 TO WS-COL
                 MOVE "*" TO PRINT-REC(WS-COL:1)
                 ADD 1 TO WT-OVER(WS-STEP-IDX)
              END-IF
           END-IF.

      * Newer half of the window against the older half: the change
      * in average as a percentage of the older average. A step with
      * no run in either half (or an older average of zero seconds)
      * has no trend to show.
       TREND-RTN.
           MOVE "N" TO WS-TREND-OK-SW.
           MOVE "N/A" TO WS-TREND-WORD.
           IF WS-OLD-CNT = ZERO OR WS-NEW-CNT = ZERO THEN
              GO TO TREND-EXT
           END-IF.
           DIVIDE WS-OLD-SUM BY WS-OLD-CNT GIVING WS-OLD-AVG.
           DIVIDE WS-NEW-SUM BY WS-NEW-CNT GIVING WS-NEW-AVG.
           IF WS-OLD-AVG = ZERO THEN
              GO TO TREND-EXT
           END-IF.
           SET WS-TREND-OK TO TRUE.
           COMPUTE WS-TREND-PCT =
              (WS-NEW-AVG - WS-OLD-AVG) * 100 / WS-OLD-AVG.
           EVALUATE TRUE
              WHEN WS-TREND-PCT > 10
                 MOVE "RISING"  TO WS-TREND-WORD
              WHEN WS-TREND-PCT < -10
                 MOVE "FALLING" TO WS-TREND-WORD
              WHEN OTHER
                 MOVE "STEADY"  TO WS-TREND-WORD
           END-EVALUATE.
       TREND-EXT.
           EXIT.

      * The whole-run line under the steps, against the *RUN
      * threshold.
       WRITE-RUN-TOTAL-RTN.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE "*RUN" TO PRINT-REC(1:12).
           MOVE ZERO TO WS-SUM WS-SUM-CNT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SLOT-CNT
              COMPUTE WS-COL = 14 + (WS-SLOT - 1) * 8
              MOVE WR-SECS(WS-SLOT) TO WS-SECS-DISP
              MOVE WS-SECS-DISP TO PRINT-REC(WS-COL:7)
              ADD WR-SECS(WS-SLOT) TO WS-SUM
              ADD 1 TO WS-SUM-CNT
              IF WS-RUN-LIMIT > ZERO
                 AND WR-SECS(WS-SLOT) > WS-RUN-LIMIT THEN
                 ADD 7 TO WS-COL
                 MOVE "*" TO PRINT-REC(WS-COL:1)
                 ADD 1 TO WS-RUNS-OVER
              END-IF
           END-PERFORM.
           IF WS-SUM-CNT > ZERO THEN
              DIVIDE WS-SUM BY WS-SUM-CNT GIVING WS-AVG
              MOVE WS-AVG TO WS-SECS-DISP
              MOVE WS-SECS-DISP TO PRINT-REC(96:7)
           END-IF.
           IF WS-RUN-LIMIT > ZERO THEN
              MOVE WS-RUN-LIMIT TO WS-SECS-DISP
              MOVE WS-SECS-DISP TO PRINT-REC(121:7)
           END-IF.
           WRITE PRINT-REC.

      * The exceptions again, one line each, so the overruns do not
      * have to be picked out of the grid.
       WRITE-TRAILER-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "STEPS OVER THRESHOLD" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-CNT
              IF WT-OVER(WS-STEP-IDX) > ZERO THEN
                 MOVE SPACES TO PRINT-REC
                 MOVE WT-LIMIT(WS-STEP-IDX) TO WS-SECS-DISP
                 STRING  "  "                  DELIMITED BY SIZE
                         WT-STEP(WS-STEP-IDX)  DELIMITED BY SIZE
                         " OVER "              DELIMITED BY SIZE
                         WS-SECS-DISP          DELIMITED BY SIZE
                         " SEC IN "            DELIMITED BY SIZE
                         WT-OVER(WS-STEP-IDX)  DELIMITED BY SIZE
                         " OF THE RUNS SHOWN"  DELIMITED BY SIZE
                         INTO PRINT-REC
                 END-STRING
                 WRITE PRINT-REC
              END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-STEPS-OVER TO WS-CNT-DISP.
           STRING  "STEPS OVER SLA : "   DELIMITED BY SIZE
                   WS-CNT-DISP           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-RUNS-OVER TO WS-CNT-DISP.
           STRING  "RUNS OVER SLA  : "   DELIMITED BY SIZE
                   WS-CNT-DISP           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF WS-SLOT-CNT = ZERO THEN
              MOVE "NO RUNS RECORDED ON STEP-HIST" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.
