      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MONTH-RECON.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Reconciles the monthly estimates on MONTH-IDX against the
      *  annual population on ZINKO-IDX. The annual figure is taken
      *  at a fixed reference date, so the estimate for that month
      *  should agree with it; a gap beyond the tolerance means one
      *  side or the other needs looking at before either is
      *  published. For the YEAR-CTL target year (shared with
      *  ZINKOMITSUDO, wareki form accepted as elsewhere) every code
      *  with an estimate for the reference month is compared with
      *  its annual figure and listed on MONTH-RECON.txt as within
      *  tolerance, over tolerance, or awaiting the annual figure -
      *  the estimates arrive monthly, the annual figure once a
      *  year, so until ZINKO-CNV has loaded the year nothing can be
      *  compared and nothing is flagged. Codes with an annual
      *  figure but no reference-month estimate are listed too.
      *
      *  MREC-CTL holds the reference month and tolerance:
      *
      *      cols  1-2   reference month                 (default 10)
      *            3-6   tolerance, percent, 2 decimals  (default
      *                  0100 = 1.00 percent)
      *            7     A = a gap over tolerance fails the step,
      *                  W = report it only (default), as PLAUS-CTL
      *
      *  The gap is the estimate less the annual figure, as a count
      *  and as a percentage of the annual figure. The run's counts
      *  are appended to STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MONTH-I-FILE     ASSIGN TO "MONTH-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MONTH-I-KEY
                                   FILE   STATUS  IS   MO-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   Z-STATUS.
           SELECT MREC-CTL-FILE    ASSIGN TO "MREC-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "MONTH-RECON.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MONTH-I-FILE.
       01  MONTH-I-REC.
           03   MONTH-I-KEY.
               05   MO-I-CODE      PIC  X(07).
               05   MO-I-YEAR      PIC  9(04).
               05   MO-I-MONTH     PIC  9(02).
           03   MO-I-NAME          PIC  N(04).
           03   MO-I-NAME-X        REDEFINES MO-I-NAME
                                   PIC  X(08).
           03   MO-I-ZINKO         PIC  9(08).
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
               05   Z-I-CODE       PIC  X(07).
               05   Z-I-YEAR       PIC  9(04).
           03   Z-I-NAME           PIC  N(04).
           03   Z-I-NAME-X         REDEFINES Z-I-NAME
                                   PIC  X(08).
           03   Z-I-ZINKO          PIC  9(08).
       FD  MREC-CTL-FILE.
       01  MREC-CTL-REC.
           03   MREC-CTL-MONTH     PIC  9(02).
           03   MREC-CTL-TOL       PIC  9(02)V9(02).
           03   MREC-CTL-MODE      PIC  X(01).
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
       01  MO-STATUS               PIC  XX.
       01  Z-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-ZINKO-I-SW           PIC  X    VALUE "N".
           88  WS-ZINKO-I-OPEN               VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).
           03   WK-ERA-INITIAL     PIC  X(01).
           03   WK-ERA-NAME        PIC  X(08).
           03   WK-WAREKI-YY       PIC  9(02).
           03   WK-RESULT          PIC  X(01).
       01  WS-REF-MONTH            PIC  9(02) VALUE 10.
       01  WS-TOL-PCT              PIC  9(02)V9(02) VALUE 1.00.
       01  WS-MODE-SW              PIC  X    VALUE "W".
           88  WS-ABORT-MODE                 VALUE "A".
       01  WS-GAP                  PIC S9(09).
       01  WS-GAP-ABS              PIC  9(09).
       01  WS-GAP-PCT              PIC  9(05)V9(04).
       01  WS-DETAIL-LINE.
           03   DL-CODE            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   DL-NAME            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-ESTIMATE        PIC  ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-ANNUAL          PIC  ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-GAP             PIC  -ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-GAP-PCT         PIC  -ZZZZ9.99.
           03   FILLER             PIC  X(02).
           03   DL-STATUS          PIC  X(20).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-TOL-DISP             PIC  Z9.99.
       01  WS-COUNTS.
           03   WS-CHECKED-CNT     PIC  9(07) VALUE ZERO.
           03   WS-WITHIN-CNT      PIC  9(07) VALUE ZERO.
           03   WS-OVER-CNT        PIC  9(07) VALUE ZERO.
           03   WS-AWAIT-CNT       PIC  9(07) VALUE ZERO.
           03   WS-NOEST-CNT       PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM READ-CTL-RTN.
           OPEN INPUT MONTH-I-FILE.
           IF MO-STATUS <> "00" THEN
              DISPLAY "MONTH-RECON: MONTH-IDX NOT AVAILABLE, RUN "
                      "MONTH-CNV FIRST (STATUS=" MO-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           OPEN INPUT ZINKO-I-FILE.
           IF Z-STATUS = "00" THEN
              SET WS-ZINKO-I-OPEN TO TRUE
           ELSE
              DISPLAY "MONTH-RECON: ZINKO-IDX NOT AVAILABLE, EVERY "
                      "ESTIMATE AWAITS ITS ANNUAL FIGURE (STATUS="
                      Z-STATUS ")"
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.

           PERFORM ESTIMATES-RTN.
           IF WS-ZINKO-I-OPEN THEN
              PERFORM NO-ESTIMATE-RTN
           END-IF.

           PERFORM WRITE-TRAILER-RTN.
           CLOSE MONTH-I-FILE.
           IF WS-ZINKO-I-OPEN THEN
              CLOSE ZINKO-I-FILE
           END-IF.
           CLOSE PRINT-FILE.
           DISPLAY "MONTH-RECON YEAR     : " WS-TARGET-YEAR.
           DISPLAY "MONTH-RECON MONTH    : " WS-REF-MONTH.
           DISPLAY "MONTH-RECON CHECKED  : " WS-CHECKED-CNT.
           DISPLAY "MONTH-RECON OVER TOL : " WS-OVER-CNT.
           DISPLAY "MONTH-RECON AWAITING : " WS-AWAIT-CNT.
           DISPLAY "MONTH-RECON NO EST.  : " WS-NOEST-CNT.
           IF WS-OVER-CNT > ZERO AND WS-ABORT-MODE THEN
              DISPLAY "MONTH-RECON: ESTIMATES OVER TOLERANCE, "
                      "SEE MONTH-RECON.txt"
              MOVE -1 TO RETURN-CODE
           END-IF.
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

      * YEAR-CTL may carry the year in wareki form instead - the era
      * initial letter plus a two-digit era year ("R08") - which
      * WAREKI-CNV resolves against ERA-MSTR. A value that resolves
      * neither way keeps the current-year default.
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

      * Reference month, tolerance and run mode from MREC-CTL, each
      * keeping its default when absent or not valid (the same
      * optional-control-file idiom as PLAUS-CTL).
       READ-CTL-RTN.
           OPEN INPUT MREC-CTL-FILE.
           IF C-STATUS = "00" THEN
              READ MREC-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MREC-CTL-MONTH NUMERIC
                       AND MREC-CTL-MONTH >= 1
                       AND MREC-CTL-MONTH <= 12 THEN
                       MOVE MREC-CTL-MONTH TO WS-REF-MONTH
                    END-IF
                    IF MREC-CTL-TOL NUMERIC
                       AND MREC-CTL-TOL > 0 THEN
                       MOVE MREC-CTL-TOL TO WS-TOL-PCT
                    END-IF
                    IF MREC-CTL-MODE = "A" OR MREC-CTL-MODE = "W"
                       THEN
                       MOVE MREC-CTL-MODE TO WS-MODE-SW
                    END-IF
              END-READ
              CLOSE MREC-CTL-FILE
           END-IF.

      * Every reference-month estimate of the target year against
      * the same code's annual figure.
       ESTIMATES-RTN.
           MOVE "00" TO MO-STATUS.
           MOVE SPACE TO MONTH-I-KEY.
           START MONTH-I-FILE KEY IS > MONTH-I-KEY.

           PERFORM UNTIL MO-STATUS <> "00"
              READ MONTH-I-FILE NEXT
              IF MO-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF MO-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" MO-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              IF MO-I-YEAR = WS-TARGET-YEAR
                 AND MO-I-MONTH = WS-REF-MONTH THEN
                 PERFORM COMPARE-RTN
              END-IF
           END-PERFORM.

       COMPARE-RTN.
           MOVE SPACES      TO WS-DETAIL-LINE.
           MOVE MO-I-CODE   TO DL-CODE.
           MOVE MO-I-NAME-X TO DL-NAME.
           MOVE MO-I-ZINKO  TO DL-ESTIMATE.
           MOVE "N" TO Z-STATUS.
           IF WS-ZINKO-I-OPEN THEN
              MOVE MO-I-CODE      TO Z-I-CODE
              MOVE WS-TARGET-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
                    CONTINUE
              END-READ
           END-IF.
           IF Z-STATUS <> "00" THEN
              ADD 1 TO WS-AWAIT-CNT
              MOVE "AWAITING ANNUAL" TO DL-STATUS
           ELSE
              ADD 1 TO WS-CHECKED-CNT
              MOVE Z-I-ZINKO TO DL-ANNUAL
              PERFORM GAP-RTN
              MOVE WS-GAP TO DL-GAP
              IF WS-GAP < ZERO THEN
                 COMPUTE DL-GAP-PCT ROUNDED = ZERO - WS-GAP-PCT
              ELSE
                 COMPUTE DL-GAP-PCT ROUNDED = WS-GAP-PCT
              END-IF
              IF WS-GAP-PCT > WS-TOL-PCT THEN
                 ADD 1 TO WS-OVER-CNT
                 MOVE "*** OVER TOLERANCE" TO DL-STATUS
              ELSE
                 ADD 1 TO WS-WITHIN-CNT
                 MOVE "WITHIN TOLERANCE" TO DL-STATUS
              END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      * Gap of the estimate against the annual figure, and its size
      * as a percentage of the annual figure. The annual figure is
      * never zero on the master (ZINKO-CNV rejects zero), but guard
      * anyway rather than divide by zero on a hand-edited master.
       GAP-RTN.
           COMPUTE WS-GAP = MO-I-ZINKO - Z-I-ZINKO.
           IF WS-GAP < ZERO THEN
              COMPUTE WS-GAP-ABS = ZERO - WS-GAP
           ELSE
              MOVE WS-GAP TO WS-GAP-ABS
           END-IF.
           IF Z-I-ZINKO = ZERO THEN
              MOVE 99999.9999 TO WS-GAP-PCT
           ELSE
              COMPUTE WS-GAP-PCT ROUNDED =
                 WS-GAP-ABS * 100 / Z-I-ZINKO
           END-IF.

      * Codes the annual master has for the target year but the
      * monthly master has no reference-month estimate for.
       NO-ESTIMATE-RTN.
           MOVE "00" TO Z-STATUS.
           MOVE SPACE TO ZINKO-I-KEY.
           START ZINKO-I-FILE KEY IS > ZINKO-I-KEY.

           PERFORM UNTIL Z-STATUS <> "00"
              READ ZINKO-I-FILE NEXT
              IF Z-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF Z-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" Z-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              IF Z-I-YEAR = WS-TARGET-YEAR THEN
                 MOVE Z-I-CODE       TO MO-I-CODE
                 MOVE WS-TARGET-YEAR TO MO-I-YEAR
                 MOVE WS-REF-MONTH   TO MO-I-MONTH
                 READ MONTH-I-FILE KEY IS MONTH-I-KEY
                    INVALID KEY
                       PERFORM WRITE-NO-ESTIMATE-RTN
                 END-READ
              END-IF
           END-PERFORM.

       WRITE-NO-ESTIMATE-RTN.
           ADD 1 TO WS-NOEST-CNT.
           MOVE SPACES     TO WS-DETAIL-LINE.
           MOVE Z-I-CODE   TO DL-CODE.
           MOVE Z-I-NAME-X TO DL-NAME.
           MOVE Z-I-ZINKO  TO DL-ANNUAL.
           MOVE "NO ESTIMATE" TO DL-STATUS.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-HEADER-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "MONTHLY ESTIMATE RECONCILIATION" DELIMITED BY SIZE
                   "   YEAR "                DELIMITED BY SIZE
                   WS-TARGET-YEAR            DELIMITED BY SIZE
                   "   MONTH "               DELIMITED BY SIZE
                   WS-REF-MONTH              DELIMITED BY SIZE
                   "   RUN DATE "            DELIMITED BY SIZE
                   WS-CURRENT-DATE           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "CODE    NAME       ESTIMATE     ANNUAL         GAP"
                & "     GAP %  STATUS"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-TRAILER-RTN.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-TOL-PCT TO WS-TOL-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "TOLERANCE PERCENT     :   "  DELIMITED BY SIZE
                   WS-TOL-DISP                  DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-CHECKED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "ESTIMATES COMPARED    : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-WITHIN-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "WITHIN TOLERANCE      : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-OVER-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "OVER TOLERANCE        : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-AWAIT-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "AWAITING ANNUAL       : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-NOEST-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "ANNUAL, NO ESTIMATE   : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
      * driver can fold them into its own audit trail.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           CLOSE STEP-CNT-FILE.

      * Same idiom as WRITE-STEP-CNT-RTN, but for a fatal I/O error
      * that GOBACKs mid-run, so BATCH-RUN's audit entry for this
      * step shows the counts reached so far and that the run was
      * aborted, instead of looking like the step never ran at all.
       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           MOVE "MONTH-RECON - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "MONTH-RECON CHECKED=" DELIMITED BY SIZE
                      WS-CHECKED-CNT       DELIMITED BY SIZE
                      " OVER="              DELIMITED BY SIZE
                      WS-OVER-CNT          DELIMITED BY SIZE
                      " AWAITING="          DELIMITED BY SIZE
                      WS-AWAIT-CNT         DELIMITED BY SIZE
                      " NOEST="             DELIMITED BY SIZE
                      WS-NOEST-CNT         DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
