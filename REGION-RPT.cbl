           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  RM-STATUS               PIC  XX.
       01  R-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-REGION-M-SW          PIC  X    VALUE "N".
           88  WS-REGION-M-OPEN              VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
           88  WS-EOF                        VALUE "Y".
       01  WS-SKIPPED-CNT          PIC  9(07) VALUE ZERO.
       01  WS-REGION-CNT           PIC  9(02) VALUE ZERO.
       01  WS-TOTAL-PREF-CNT       PIC  9(03) VALUE ZERO.
       01  WS-TOTAL-ZINKO          PIC  9(10) VALUE ZERO.
       01  WS-TOTAL-MENSEKI        PIC  9(07) VALUE ZERO.
       01  WS-REGION-TABLE.
           03   WS-REGION-ENTRY    OCCURS 20 TIMES
                                   INDEXED BY WS-REGION-IDX.

           PERFORM BUILD-RTN.
           PERFORM WRITE-RTN.
           PERFORM WRITE-TOTAL-RTN.

           CLOSE ZINKO-I-FILE.
           CLOSE MENSEKI-I-FILE.
           CLOSE REGION-R-FILE.
           DISPLAY "REGION-RPT YEAR    : " WS-TARGET-YEAR.
           DISPLAY "REGION-RPT SKIPPED : " WS-SKIPPED-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

           PERFORM FIND-REGION-RTN.
           ADD Z-I-ZINKO   TO WR-ZINKO(WS-REGION-IDX).
           ADD M-I-MENSEKI TO WR-MENSEKI(WS-REGION-IDX).
           ADD 1           TO WS-TOTAL-PREF-CNT.
           ADD Z-I-ZINKO   TO WS-TOTAL-ZINKO.
           ADD M-I-MENSEKI TO WS-TOTAL-MENSEKI.

       FIND-REGION-RTN.
           MOVE "N" TO WS-FOUND-SW.
              END-STRING
              WRITE REGION-R-REC
           END-PERFORM.

      * National total across every region, as the ALL row CLASS-RPT
      * already writes, so the regional split can be checked against
      * the other deliverables' national figures.
       WRITE-TOTAL-RTN.
           IF WS-TOTAL-MENSEKI > 0 THEN
              COMPUTE WS-MITSUDO =
                 WS-TOTAL-ZINKO / WS-TOTAL-MENSEKI
           ELSE
              MOVE ZERO TO WS-MITSUDO
           END-IF.
           MOVE WS-MITSUDO(1:8) TO WS-MITSUDO-INT.
           MOVE WS-MITSUDO(9:3) TO WS-MITSUDO-DEC.
           MOVE SPACES TO REGION-R-REC.
           STRING  "ALL,,"             DELIMITED BY SIZE
                   WS-TOTAL-ZINKO      DELIMITED BY SIZE
                   ","                 DELIMITED BY SIZE
                   WS-TOTAL-MENSEKI    DELIMITED BY SIZE
                   ","                 DELIMITED BY SIZE
                   WS-MITSUDO-EDIT     DELIMITED BY SIZE
                   INTO REGION-R-REC
           END-STRING.
           WRITE REGION-R-REC.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) with the
      * fiscal year region.csv was built for, which the file itself
      * does not carry, so XOUT-CHK can hold it against the rest.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "REGION-RPT YEAR="   DELIMITED BY SIZE
                      WS-TARGET-YEAR       DELIMITED BY SIZE
                      " PREFS="             DELIMITED BY SIZE
                      WS-TOTAL-PREF-CNT    DELIMITED BY SIZE
                      " SKIPPED="           DELIMITED BY SIZE
                      WS-SKIPPED-CNT       DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
