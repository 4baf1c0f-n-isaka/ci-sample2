      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MIGR-RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Net-migration report over MIGR-IDX for the YEAR-CTL target
      *  year: moves in, moves out and net migration per prefecture
      *  (every code on PREF-MSTR) and per REGION-MSTR region. A
      *  region's figures count only moves across its boundary; moves
      *  between two of its own prefectures cancel out. Each
      *  prefecture's Z-I-ZINKO change from the prior year is then
      *  reconciled against its net migration, and what is left over
      *  is shown as the natural-change residual (births less deaths,
      *  plus anything the two feeds disagree on). A residual larger
      *  than the MIGR-CTL tolerance - per mille of the prior-year
      *  population, cols 1-3, default 15 - is flagged as
      *  implausible, as is a prefecture with flows but no population
      *  for one of the two years. Output MIGR-RPT.txt; counts to
      *  STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MIGR-I-FILE      ASSIGN TO "MIGR-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MIGR-I-KEY
                                   FILE   STATUS  IS   I-STATUS.
           SELECT PREF-M-FILE      ASSIGN TO "PREF-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PM-CODE
                                   FILE   STATUS  IS   PM-STATUS.
           SELECT REGION-M-FILE    ASSIGN TO "REGION-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RM-CODE
                                   FILE   STATUS  IS   RM-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MIGR-CTL-FILE    ASSIGN TO "MIGR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "MIGR-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MIGR-I-FILE.
       01  MIGR-I-REC.
           03   MIGR-I-KEY.
               05   MG-I-ORIG      PIC  X(07).
               05   MG-I-DEST      PIC  X(07).
               05   MG-I-YEAR      PIC  9(04).
           03   MG-I-MOVERS        PIC  9(08).
           03   MG-I-STAMP         PIC  X(14).
       FD  PREF-M-FILE.
       01  PREF-M-REC.
           03   PM-CODE            PIC  X(07).
           03   PM-CAPITAL         PIC  X(08).
           03   PM-CLASS           PIC  X(02).
       FD  REGION-M-FILE.
       01  REGION-M-REC.
           03   RM-CODE            PIC  X(07).
           03   RM-REGION-CODE     PIC  X(02).
           03   RM-REGION-NAME     PIC  N(04).
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
               05   Z-I-CODE       PIC  X(07).
               05   Z-I-YEAR       PIC  9(04).
           03   Z-I-NAME           PIC  N(04).
           03   Z-I-ZINKO          PIC  9(08).
       FD  MIGR-CTL-FILE.
       01  MIGR-CTL-REC.
           03   MIGR-CTL-TOL       PIC  9(03).
       FD  YEAR-CTL-FILE.
       01  YEAR-CTL-REC.
           03   YEAR-CTL-YEAR      PIC  9(04).
       01  YEAR-CTL-WAREKI-REC.
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  I-STATUS                PIC  XX.
       01  PM-STATUS               PIC  XX.
       01  RM-STATUS               PIC  XX.
       01  F-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-REGION-M-SW          PIC  X    VALUE "N".
           88  WS-REGION-M-OPEN              VALUE "Y".
       01  WS-ZINKO-I-SW           PIC  X    VALUE "N".
           88  WS-ZINKO-I-OPEN               VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-PRIOR-YEAR           PIC  9(04).
       01  WS-TOL-PERMILLE         PIC  9(03) VALUE 15.
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).
           03   WK-ERA-INITIAL     PIC  X(01).
           03   WK-ERA-NAME        PIC  X(08).
           03   WK-WAREKI-YY       PIC  9(02).
           03   WK-RESULT          PIC  X(01).
       01  WS-PREF-CNT             PIC  9(02) VALUE ZERO.
       01  WS-PREF-TABLE.
           03   WS-PREF-ENTRY      OCCURS 99 TIMES
                                   INDEXED BY WS-PREF-IDX.
                05   WP-CODE       PIC  X(07).
                05   WP-REGION     PIC  X(02).
                05   WP-IN         PIC  9(09).
                05   WP-OUT        PIC  9(09).
                05   WP-PRIOR-SW   PIC  X(01).
                05   WP-PRIOR      PIC  9(08).
                05   WP-CUR-SW     PIC  X(01).
                05   WP-CUR        PIC  9(08).
       01  WS-REGION-CNT           PIC  9(02) VALUE ZERO.
       01  WS-REGION-TABLE.
           03   WS-REGION-ENTRY    OCCURS 20 TIMES
                                   INDEXED BY WS-REGION-IDX.
                05   WR-CODE       PIC  X(02).
                05   WR-NAME       PIC  N(04).
                05   WR-IN         PIC  9(10).
                05   WR-OUT        PIC  9(10).
                05   WR-PRIOR      PIC  9(10).
                05   WR-CUR        PIC  9(10).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-LOOK-CODE            PIC  X(07).
       01  WS-LOOK-REGION          PIC  X(02).
       01  WS-ORIG-IDX             PIC  9(02).
       01  WS-DEST-IDX             PIC  9(02).
       01  WS-ORIG-REGION          PIC  X(02).
       01  WS-DEST-REGION          PIC  X(02).
       01  WS-NET                  PIC S9(10).
       01  WS-CHANGE               PIC S9(10).
       01  WS-RESIDUAL             PIC S9(10).
       01  WS-ABS-RESIDUAL         PIC  9(10).
       01  WS-LIMIT                PIC  9(10).
       01  WS-NATIONAL-MOVERS      PIC  9(10) VALUE ZERO.
       01  WS-DETAIL-LINE.
           03   DL-CODE            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   DL-REGION          PIC  X(02).
           03   FILLER             PIC  X(01).
           03   DL-IN              PIC  ZZZZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-OUT             PIC  ZZZZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-NET             PIC  -(9)9.
           03   FILLER             PIC  X(01).
           03   DL-PRIOR           PIC  ZZZZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-CUR             PIC  ZZZZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-CHANGE          PIC  -(9)9.
           03   FILLER             PIC  X(01).
           03   DL-RESIDUAL        PIC  -(9)9.
           03   FILLER             PIC  X(01).
           03   DL-FLAG            PIC  X(20).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-FLOW-CNT        PIC  9(07) VALUE ZERO.
           03   WS-SKIP-CNT        PIC  9(07) VALUE ZERO.
           03   WS-FLAG-CNT        PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM READ-CTL-RTN.
           COMPUTE WS-PRIOR-YEAR = WS-TARGET-YEAR - 1.
           OPEN INPUT PREF-M-FILE.
           IF PM-STATUS <> "00" THEN
              DISPLAY "MIGR-RPT: PREF-MSTR NOT AVAILABLE (STATUS="
                      PM-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           OPEN INPUT REGION-M-FILE.
           IF RM-STATUS = "00" THEN
              SET WS-REGION-M-OPEN TO TRUE
           ELSE
              DISPLAY "MIGR-RPT: REGION-MSTR NOT AVAILABLE, "
                      "REGIONAL BREAKDOWN WILL BE SKIPPED (STATUS="
                      RM-STATUS ")"
           END-IF.
           OPEN INPUT ZINKO-I-FILE.
           IF F-STATUS = "00" THEN
              SET WS-ZINKO-I-OPEN TO TRUE
           ELSE
              DISPLAY "MIGR-RPT: ZINKO-IDX NOT AVAILABLE, "
                      "NO RECONCILIATION (STATUS=" F-STATUS ")"
           END-IF.
           PERFORM LOAD-PREF-RTN.
           CLOSE PREF-M-FILE.
           IF WS-REGION-M-OPEN THEN
              CLOSE REGION-M-FILE
           END-IF.
           IF WS-ZINKO-I-OPEN THEN
              CLOSE ZINKO-I-FILE
           END-IF.

           OPEN INPUT MIGR-I-FILE.
           IF I-STATUS = "00" THEN
              PERFORM SCAN-FLOW-RTN
              CLOSE MIGR-I-FILE
           ELSE
              DISPLAY "MIGR-RPT: MIGR-IDX NOT AVAILABLE (STATUS="
                      I-STATUS ")"
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           PERFORM WRITE-PREF-RTN.
           PERFORM WRITE-REGION-RTN.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.
           DISPLAY "MIGR-RPT YEAR    : " WS-TARGET-YEAR.
           DISPLAY "MIGR-RPT FLOWS   : " WS-FLOW-CNT.
           DISPLAY "MIGR-RPT SKIPPED : " WS-SKIP-CNT.
           DISPLAY "MIGR-RPT FLAGGED : " WS-FLAG-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * Default the target fiscal year to the current year; a
      * YEAR-CTL control file (shared with ZINKOMITSUDO) can pin
      * the run to a specific year.
       READ-YEAR-CTL-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:4) TO WS-TARGET-YEAR.
           OPEN INPUT YEAR-CTL-FILE.
           IF Y-STATUS = "00" THEN
              READ YEAR-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF YEAR-CTL-YEAR NUMERIC
                       AND YEAR-CTL-YEAR > 0 THEN
                       MOVE YEAR-CTL-YEAR TO WS-TARGET-YEAR
                    ELSE
                       PERFORM WAREKI-YEAR-RTN
                    END-IF
              END-READ
              CLOSE YEAR-CTL-FILE
           END-IF.

      * YEAR-CTL may carry the year in wareki form instead ("R08"),
      * resolved through WAREKI-CNV; a value that resolves neither
      * way keeps the current-year default.
       WAREKI-YEAR-RTN.
           IF YC-WAREKI-YY NUMERIC AND YC-WAREKI-YY > ZERO THEN
              MOVE "S" TO WK-ACTION
              MOVE YC-ERA-INITIAL TO WK-ERA-INITIAL
              MOVE YC-WAREKI-YY   TO WK-WAREKI-YY
              CALL "WAREKI-CNV" USING WS-WAREKI-AREA
              IF WK-RESULT = "Y" THEN
                 MOVE WK-SEIREKI TO WS-TARGET-YEAR
              END-IF
           END-IF.

      * MIGR-CTL is optional; without it the default tolerance holds.
       READ-CTL-RTN.
           OPEN INPUT MIGR-CTL-FILE.
           IF C-STATUS = "00" THEN
              READ MIGR-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MIGR-CTL-TOL NUMERIC AND MIGR-CTL-TOL > 0 THEN
                       MOVE MIGR-CTL-TOL TO WS-TOL-PERMILLE
                    END-IF
              END-READ
              CLOSE MIGR-CTL-FILE
           END-IF.

      * One table row per prefecture on PREF-MSTR, with its region
      * and its population for the target and prior years.
       LOAD-PREF-RTN.
           MOVE "00" TO PM-STATUS.
           PERFORM UNTIL PM-STATUS <> "00"
              READ PREF-M-FILE NEXT
              IF PM-STATUS = "00" THEN
                 IF WS-PREF-CNT < 99 THEN
                    ADD 1 TO WS-PREF-CNT
                    SET WS-PREF-IDX TO WS-PREF-CNT
                    PERFORM LOAD-PREF-ENTRY-RTN
                 ELSE
                    DISPLAY "MIGR-RPT: PREFECTURE TABLE FULL, "
                            PM-CODE " NOT REPORTED"
                 END-IF
              END-IF
           END-PERFORM.

       LOAD-PREF-ENTRY-RTN.
           MOVE PM-CODE TO WP-CODE(WS-PREF-IDX).
           MOVE SPACES  TO WP-REGION(WS-PREF-IDX).
           MOVE ZERO    TO WP-IN(WS-PREF-IDX) WP-OUT(WS-PREF-IDX)
                           WP-PRIOR(WS-PREF-IDX) WP-CUR(WS-PREF-IDX).
           MOVE "N"     TO WP-PRIOR-SW(WS-PREF-IDX)
                           WP-CUR-SW(WS-PREF-IDX).
           IF WS-REGION-M-OPEN THEN
              MOVE PM-CODE TO RM-CODE
              READ REGION-M-FILE KEY IS RM-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RM-REGION-CODE TO WP-REGION(WS-PREF-IDX)
                    PERFORM FIND-REGION-RTN
              END-READ
           END-IF.
           IF WS-ZINKO-I-OPEN THEN
              MOVE PM-CODE        TO Z-I-CODE
              MOVE WS-TARGET-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y"       TO WP-CUR-SW(WS-PREF-IDX)
                    MOVE Z-I-ZINKO TO WP-CUR(WS-PREF-IDX)
              END-READ
              MOVE PM-CODE       TO Z-I-CODE
              MOVE WS-PRIOR-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y"       TO WP-PRIOR-SW(WS-PREF-IDX)
                    MOVE Z-I-ZINKO TO WP-PRIOR(WS-PREF-IDX)
              END-READ
           END-IF.

      * Same first-seen region table as REGION-RPT, keyed by region
      * code, with the name from the first member prefecture.
       FIND-REGION-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-CNT
              IF WR-CODE(WS-REGION-IDX) = RM-REGION-CODE THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-REGION-CNT < 20 THEN
              ADD 1 TO WS-REGION-CNT
              SET WS-REGION-IDX TO WS-REGION-CNT
              MOVE RM-REGION-CODE TO WR-CODE(WS-REGION-IDX)
              MOVE RM-REGION-NAME TO WR-NAME(WS-REGION-IDX)
              MOVE ZERO TO WR-IN(WS-REGION-IDX) WR-OUT(WS-REGION-IDX)
                           WR-PRIOR(WS-REGION-IDX)
                           WR-CUR(WS-REGION-IDX)
           END-IF.

      * Every flow for the target year credits its destination's
      * moves in and its origin's moves out. Flows for codes that
      * have since left PREF-MSTR are counted as skipped.
       SCAN-FLOW-RTN.
           MOVE "00" TO I-STATUS.
           PERFORM UNTIL I-STATUS <> "00"
              READ MIGR-I-FILE NEXT
              IF I-STATUS = "00" AND MG-I-YEAR = WS-TARGET-YEAR THEN
                 PERFORM APPLY-FLOW-RTN
              END-IF
           END-PERFORM.

       APPLY-FLOW-RTN.
           MOVE MG-I-ORIG TO WS-LOOK-CODE.
           PERFORM FIND-PREF-RTN.
           IF NOT WS-FOUND THEN
              ADD 1 TO WS-SKIP-CNT
           ELSE
              SET WS-ORIG-IDX TO WS-PREF-IDX
              MOVE MG-I-DEST TO WS-LOOK-CODE
              PERFORM FIND-PREF-RTN
              IF NOT WS-FOUND THEN
                 ADD 1 TO WS-SKIP-CNT
              ELSE
                 SET WS-DEST-IDX TO WS-PREF-IDX
                 ADD 1 TO WS-FLOW-CNT
                 ADD MG-I-MOVERS TO WS-NATIONAL-MOVERS
                 ADD MG-I-MOVERS TO WP-OUT(WS-ORIG-IDX)
                 ADD MG-I-MOVERS TO WP-IN(WS-DEST-IDX)
                 PERFORM APPLY-REGION-FLOW-RTN
              END-IF
           END-IF.

      * A move counts for a region only when it crosses the region's
      * boundary.
       APPLY-REGION-FLOW-RTN.
           MOVE WP-REGION(WS-ORIG-IDX) TO WS-ORIG-REGION.
           MOVE WP-REGION(WS-DEST-IDX) TO WS-DEST-REGION.
           IF WS-ORIG-REGION NOT = WS-DEST-REGION THEN
              IF WS-ORIG-REGION NOT = SPACES THEN
                 MOVE WS-ORIG-REGION TO WS-LOOK-REGION
                 PERFORM FIND-REGION-ROW-RTN
                 IF WS-FOUND THEN
                    ADD MG-I-MOVERS TO WR-OUT(WS-REGION-IDX)
                 END-IF
              END-IF
              IF WS-DEST-REGION NOT = SPACES THEN
                 MOVE WS-DEST-REGION TO WS-LOOK-REGION
                 PERFORM FIND-REGION-ROW-RTN
                 IF WS-FOUND THEN
                    ADD MG-I-MOVERS TO WR-IN(WS-REGION-IDX)
                 END-IF
              END-IF
           END-IF.

       FIND-PREF-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
                   UNTIL WS-PREF-IDX > WS-PREF-CNT
              IF WP-CODE(WS-PREF-IDX) = WS-LOOK-CODE THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       FIND-REGION-ROW-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-CNT
              IF WR-CODE(WS-REGION-IDX) = WS-LOOK-REGION THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WRITE-HEADER-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PRINT-REC.
           STRING  "NET MIGRATION AND NATURAL-CHANGE RESIDUAL FOR "
                                         DELIMITED BY SIZE
                   WS-TARGET-YEAR        DELIMITED BY SIZE
                   "   RUN DATE "        DELIMITED BY SIZE
                   WS-CURRENT-DATE       DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "CODE    RG   MOVES IN  MOVES OUT        NET  PRIOR PO"
                & "P    CUR POP     CHANGE   RESIDUAL" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

      * One line per prefecture. The residual is the population
      * change the moves do not explain; beyond the tolerance it is
      * flagged, and so is a prefecture whose change cannot be
      * worked out for want of a population record.
       WRITE-PREF-RTN.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
                   UNTIL WS-PREF-IDX > WS-PREF-CNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WP-CODE(WS-PREF-IDX)   TO DL-CODE
              MOVE WP-REGION(WS-PREF-IDX) TO DL-REGION
              MOVE WP-IN(WS-PREF-IDX)     TO DL-IN
              MOVE WP-OUT(WS-PREF-IDX)    TO DL-OUT
              COMPUTE WS-NET = WP-IN(WS-PREF-IDX) - WP-OUT(WS-PREF-IDX)
              MOVE WS-NET TO DL-NET
              IF WP-PRIOR-SW(WS-PREF-IDX) = "Y"
                 AND WP-CUR-SW(WS-PREF-IDX) = "Y" THEN
                 MOVE WP-PRIOR(WS-PREF-IDX) TO DL-PRIOR
                 MOVE WP-CUR(WS-PREF-IDX)   TO DL-CUR
                 COMPUTE WS-CHANGE = WP-CUR(WS-PREF-IDX)
                                   - WP-PRIOR(WS-PREF-IDX)
                 COMPUTE WS-RESIDUAL = WS-CHANGE - WS-NET
                 MOVE WS-CHANGE   TO DL-CHANGE
                 MOVE WS-RESIDUAL TO DL-RESIDUAL
                 PERFORM CHECK-RESIDUAL-RTN
                 PERFORM ADD-REGION-POP-RTN
              ELSE
                 IF WP-IN(WS-PREF-IDX) > ZERO
                    OR WP-OUT(WS-PREF-IDX) > ZERO THEN
                    MOVE "NO POPULATION" TO DL-FLAG
                    ADD 1 TO WS-FLAG-CNT
                 END-IF
              END-IF
              MOVE WS-DETAIL-LINE TO PRINT-REC
              WRITE PRINT-REC
           END-PERFORM.

       CHECK-RESIDUAL-RTN.
           IF WS-RESIDUAL < ZERO THEN
              COMPUTE WS-ABS-RESIDUAL = ZERO - WS-RESIDUAL
           ELSE
              MOVE WS-RESIDUAL TO WS-ABS-RESIDUAL
           END-IF.
           COMPUTE WS-LIMIT = WP-PRIOR(WS-PREF-IDX) * WS-TOL-PERMILLE
                            / 1000.
           IF WS-ABS-RESIDUAL > WS-LIMIT THEN
              MOVE "*** IMPLAUSIBLE" TO DL-FLAG
              ADD 1 TO WS-FLAG-CNT
           END-IF.

      * Region populations are summed only from prefectures with
      * both years on file, so the region residual compares like
      * with like.
       ADD-REGION-POP-RTN.
           IF WP-REGION(WS-PREF-IDX) NOT = SPACES THEN
              MOVE WP-REGION(WS-PREF-IDX) TO WS-LOOK-REGION
              PERFORM FIND-REGION-ROW-RTN
              IF WS-FOUND THEN
                 ADD WP-PRIOR(WS-PREF-IDX) TO WR-PRIOR(WS-REGION-IDX)
                 ADD WP-CUR(WS-PREF-IDX)   TO WR-CUR(WS-REGION-IDX)
              END-IF
           END-IF.

       WRITE-REGION-RTN.
           IF WS-REGION-CNT > ZERO THEN
              MOVE SPACES TO PRINT-REC
              WRITE PRINT-REC
              MOVE "BY REGION (MOVES ACROSS THE REGION BOUNDARY ONLY)"
                   TO PRINT-REC
              WRITE PRINT-REC
              MOVE ALL "-" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-CNT
              MOVE SPACES TO WS-DETAIL-LINE
              MOVE WR-CODE(WS-REGION-IDX) TO DL-REGION
              MOVE WR-IN(WS-REGION-IDX)   TO DL-IN
              MOVE WR-OUT(WS-REGION-IDX)  TO DL-OUT
              COMPUTE WS-NET = WR-IN(WS-REGION-IDX)
                             - WR-OUT(WS-REGION-IDX)
              MOVE WS-NET TO DL-NET
              MOVE WR-PRIOR(WS-REGION-IDX) TO DL-PRIOR
              MOVE WR-CUR(WS-REGION-IDX)   TO DL-CUR
              COMPUTE WS-CHANGE = WR-CUR(WS-REGION-IDX)
                                - WR-PRIOR(WS-REGION-IDX)
              COMPUTE WS-RESIDUAL = WS-CHANGE - WS-NET
              MOVE WS-CHANGE   TO DL-CHANGE
              MOVE WS-RESIDUAL TO DL-RESIDUAL
              MOVE SPACES TO PRINT-REC
              STRING  WS-DETAIL-LINE          DELIMITED BY SIZE
                      WR-NAME(WS-REGION-IDX)  DELIMITED BY SIZE
                      INTO PRINT-REC
              END-STRING
              WRITE PRINT-REC
           END-PERFORM.

       WRITE-TRAILER-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-FLOW-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FLOWS COUNTED         : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING  "NATIONAL MOVERS       : " DELIMITED BY SIZE
                   WS-NATIONAL-MOVERS         DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-SKIP-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FLOWS NOT ON PREF-MSTR: " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-FLAG-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "PREFECTURES FLAGGED   : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   "   (TOLERANCE "           DELIMITED BY SIZE
                   WS-TOL-PERMILLE            DELIMITED BY SIZE
                   " PER MILLE)"              DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF WS-FLOW-CNT = ZERO THEN
              MOVE "NO MIGRATION FLOWS ON FILE FOR THIS YEAR"
                   TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG).
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           MOVE "MIGR-RPT - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "MIGR-RPT YEAR="     DELIMITED BY SIZE
                      WS-TARGET-YEAR       DELIMITED BY SIZE
                      " FLOWS="             DELIMITED BY SIZE
                      WS-FLOW-CNT          DELIMITED BY SIZE
                      " SKIPPED="           DELIMITED BY SIZE
                      WS-SKIP-CNT          DELIMITED BY SIZE
                      " FLAGGED="           DELIMITED BY SIZE
                      WS-FLAG-CNT          DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
