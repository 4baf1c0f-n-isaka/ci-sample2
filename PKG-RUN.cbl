      *    mitsudo.csv TOP5.txt BOTTOM5.txt TREND.csv DELTA.csv
      *    region.csv class.csv MITSUDO-RPT.txt IFACE-OUT
      *
      *  and, from the monthly and annual cycles,
      *
      *    dtl-mitsudo.csv DTL-RPT.txt MUNI-CONTRIB.txt BAND-RPT.txt
      *    conc.csv age.csv plan.csv PROJ.csv HISTORY.csv
      *    RANK-MOB.txt month.csv MIGR-RPT.txt MONTH-RECON.txt
      *
      *  - into a dated delivery set. Which of them belong to this
      *  run is decided by RUN-STEPS, where BATCH-RUN lists each step
      *  that completed: a file is expected only when the step that
      *  produces it is listed there, so a nightly run does not look
      *  for month-end reports and a step that warned and was passed
      *  over does not have a stale output packaged in its name.
      *  Without RUN-STEPS (PKG-RUN run on its own) the nightly set
      *  above is expected. Each expected file is copied to
      *  PACK-<yyyymmddhhmmss>-<name>, and one manifest entry is
      *  appended to PACK-MANIFEST recording the fiscal year (in
      *  both calendars, via WAREKI-CNV), the run timestamp, and the
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT RUN-STEPS-FILE   ASSIGN TO "RUN-STEPS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RS-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  COPY-IN-FILE.
      * As wide as the widest deliverable (HISTORY.csv's rows).
       01  COPY-IN-REC             PIC  X(300).
       FD  COPY-OUT-FILE.
       01  COPY-OUT-REC            PIC  X(300).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC            PIC  X(80).
       FD  STEP-CNT-FILE.
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       FD  RUN-STEPS-FILE.
       01  RUN-STEPS-REC           PIC  X(12).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  CI-STATUS               PIC  XX.
       01  MN-STATUS               PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  RS-STATUS               PIC  XX.
       01  WS-SRC-NAME             PIC  X(16).
       01  WS-DST-NAME             PIC  X(40).
       01  WS-CURRENT-DATE         PIC  9(08).
      * many non-detail lines the file carries, so the detail count
      * that STEP-COUNTS can verify is line count minus overhead
      * (mitsudo.csv: 1 CSV header; IFACE-OUT: H and T records).
      * Each file also names the chain step that produces it, and
      * whether it is one of the nightly set expected when there is
      * no RUN-STEPS to go by.
       01  WS-FILE-DEFS.
           03   FILLER  PIC X(18) VALUE "mitsudo.csv     1Z".
           03   FILLER  PIC X(13) VALUE "ZINKOMITSUDOY".
           03   FILLER  PIC X(18) VALUE "TOP5.txt        0 ".
           03   FILLER  PIC X(13) VALUE "ZINKOMITSUDOY".
           03   FILLER  PIC X(18) VALUE "BOTTOM5.txt     0 ".
           03   FILLER  PIC X(13) VALUE "ZINKOMITSUDOY".
           03   FILLER  PIC X(18) VALUE "TREND.csv       0 ".
           03   FILLER  PIC X(13) VALUE "ZINKOMITSUDOY".
           03   FILLER  PIC X(18) VALUE "DELTA.csv       0 ".
           03   FILLER  PIC X(13) VALUE "ZINKOMITSUDOY".
           03   FILLER  PIC X(18) VALUE "region.csv      0 ".
           03   FILLER  PIC X(13) VALUE "REGION-RPT  Y".
           03   FILLER  PIC X(18) VALUE "class.csv       0 ".
           03   FILLER  PIC X(13) VALUE "CLASS-RPT   Y".
           03   FILLER  PIC X(18) VALUE "MITSUDO-RPT.txt 0 ".
           03   FILLER  PIC X(13) VALUE "MITSUDO-PRT Y".
           03   FILLER  PIC X(18) VALUE "IFACE-OUT       2I".
           03   FILLER  PIC X(13) VALUE "IFACE-EXP   Y".
           03   FILLER  PIC X(18) VALUE "dtl-mitsudo.csv 0 ".
           03   FILLER  PIC X(13) VALUE "DTL-RPT     N".
           03   FILLER  PIC X(18) VALUE "DTL-RPT.txt     0 ".
           03   FILLER  PIC X(13) VALUE "DTL-RPT     N".
           03   FILLER  PIC X(18) VALUE "MUNI-CONTRIB.txt0 ".
           03   FILLER  PIC X(13) VALUE "MUNI-CONTRIBN".
           03   FILLER  PIC X(18) VALUE "BAND-RPT.txt    0 ".
           03   FILLER  PIC X(13) VALUE "BAND-RPT    N".
           03   FILLER  PIC X(18) VALUE "conc.csv        0 ".
           03   FILLER  PIC X(13) VALUE "CONC-RPT    N".
           03   FILLER  PIC X(18) VALUE "age.csv         0 ".
           03   FILLER  PIC X(13) VALUE "AGE-RPT     N".
           03   FILLER  PIC X(18) VALUE "plan.csv        0 ".
           03   FILLER  PIC X(13) VALUE "PLAN-RPT    N".
           03   FILLER  PIC X(18) VALUE "PROJ.csv        0 ".
           03   FILLER  PIC X(13) VALUE "PROJ-RPT    N".
           03   FILLER  PIC X(18) VALUE "HISTORY.csv     0 ".
           03   FILLER  PIC X(13) VALUE "HIST-RPT    N".
           03   FILLER  PIC X(18) VALUE "RANK-MOB.txt    0 ".
           03   FILLER  PIC X(13) VALUE "RANK-MOB    N".
           03   FILLER  PIC X(18) VALUE "month.csv       0 ".
           03   FILLER  PIC X(13) VALUE "MONTH-RPT   N".
           03   FILLER  PIC X(18) VALUE "MIGR-RPT.txt    0 ".
           03   FILLER  PIC X(13) VALUE "MIGR-RPT    N".
           03   FILLER  PIC X(18) VALUE "MONTH-RECON.txt 0 ".
           03   FILLER  PIC X(13) VALUE "MONTH-RECON N".
       01  WS-FILE-TABLE           REDEFINES WS-FILE-DEFS.
           03   WS-FILE-ENTRY      OCCURS 22 TIMES
                                   INDEXED BY WS-FILE-IDX.
                05   WF-NAME       PIC  X(16).
                05   WF-OVERHEAD   PIC  9(01).
                05   WF-CHECK      PIC  X(01).
                05   WF-STEP       PIC  X(12).
                05   WF-NIGHTLY    PIC  X(01).
       01  WS-FILE-CNT             PIC  9(02) VALUE 22.
       01  WS-FILE-CNTS.
           03   WS-FILE-CNT-ENTRY  OCCURS 22 TIMES.
                05   WF-LINES      PIC  9(07).
                05   WF-WANTED     PIC  X(01).
       01  WS-WANTED-CNT           PIC  9(02) VALUE ZERO.
       01  WS-LINE-CNT             PIC  9(07).
       01  WS-DETAIL-CNT           PIC  9(07).
       01  WS-MISSING-CNT          PIC  9(02) VALUE ZERO.
           END-STRING.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM WAREKI-LABEL-RTN.
           PERFORM READ-RUN-STEPS-RTN.
           PERFORM READ-STEP-CNT-RTN THRU READ-STEP-CNT-EXT.
           PERFORM VERIFY-RTN.
           IF WS-MISSING-CNT > ZERO OR WS-MISMATCH-CNT > ZERO THEN
              MOVE "N/A" TO WS-WAREKI-LABEL
           END-IF.

      * Mark the deliverables this run is expected to have produced:
      * those whose step BATCH-RUN listed on RUN-STEPS as completed,
      * or the nightly set when there is no RUN-STEPS at all.
       READ-RUN-STEPS-RTN.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
              MOVE ZERO TO WF-LINES(WS-FILE-IDX)
              MOVE "N" TO WF-WANTED(WS-FILE-IDX)
           END-PERFORM.
           OPEN INPUT RUN-STEPS-FILE.
           IF RS-STATUS <> "00" THEN
              PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                      UNTIL WS-FILE-IDX > WS-FILE-CNT
                 MOVE WF-NIGHTLY(WS-FILE-IDX) TO WF-WANTED(WS-FILE-IDX)
              END-PERFORM
           ELSE
              MOVE "00" TO RS-STATUS
              PERFORM UNTIL RS-STATUS <> "00"
                 READ RUN-STEPS-FILE NEXT
                 IF RS-STATUS = "00" THEN
                    PERFORM MARK-STEP-FILES-RTN
                 END-IF
              END-PERFORM
              CLOSE RUN-STEPS-FILE
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
              IF WF-WANTED(WS-FILE-IDX) = "Y" THEN
                 ADD 1 TO WS-WANTED-CNT
              END-IF
           END-PERFORM.
           DISPLAY "PKG-RUN EXPECTED FILES: " WS-WANTED-CNT.

       MARK-STEP-FILES-RTN.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
              IF WF-STEP(WS-FILE-IDX) = RUN-STEPS-REC THEN
                 MOVE "Y" TO WF-WANTED(WS-FILE-IDX)
              END-IF
           END-PERFORM.

      * The last ZINKOMITSUDO and IFACE-EXP lines in STEP-COUNTS (a
      * rerun appends, so the last line is this run's): TOTAL= is
      * the joined detail count mitsudo.csv must show, DETAILS= the
      * chain recorded must also agree with STEP-COUNTS.
       VERIFY-RTN.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
              PERFORM VERIFY-ONE-RTN THRU VERIFY-ONE-EXT
           END-PERFORM.

       VERIFY-ONE-RTN.
           IF WF-WANTED(WS-FILE-IDX) NOT = "Y" THEN
              GO TO VERIFY-ONE-EXT
           END-IF.
           MOVE WF-NAME(WS-FILE-IDX) TO WS-SRC-NAME.
           OPEN INPUT COPY-IN-FILE.
           IF CI-STATUS <> "00" THEN

       COPY-ALL-RTN.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
              IF WF-WANTED(WS-FILE-IDX) = "Y" THEN
                 PERFORM COPY-ONE-RTN
              END-IF
           END-PERFORM.

       COPY-ONE-RTN.
           END-STRING.
           WRITE MANIFEST-REC.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-CNT
              IF WF-WANTED(WS-FILE-IDX) = "Y" THEN
                 MOVE SPACES TO MANIFEST-REC
                 STRING  "  PACK-"               DELIMITED BY SIZE
                         WS-STAMP                DELIMITED BY SIZE
                         "-"                     DELIMITED BY SIZE
                         WF-NAME(WS-FILE-IDX)    DELIMITED BY SPACE
                         " RECORDS="             DELIMITED BY SIZE
                         WF-LINES(WS-FILE-IDX)   DELIMITED BY SIZE
                         INTO MANIFEST-REC
                 END-STRING
                 WRITE MANIFEST-REC
              END-IF
           END-PERFORM.
           CLOSE MANIFEST-FILE.

