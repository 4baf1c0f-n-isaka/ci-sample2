      *  already has a direct figure keeps it, and any disagreement
      *  between the direct figure and the detail total is reported
      *  to ROLLUP-DIFF.txt so the source feeds can be reconciled.
      *  This run's counts are appended to STEP-COUNTS. Under a
      *  SHADOW-RUN what-if run every file named here except YEAR-CTL
      *  is its SHD- sandbox copy.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ZINKO-DI-FILE    ASSIGN USING WS-ZINKO-DI-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-DI-KEY
                                   FILE   STATUS  IS   ZD-STATUS.
           SELECT MENSEKI-DI-FILE  ASSIGN USING WS-MENSEKI-DI-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-DI-KEY
                                   FILE   STATUS  IS   MD-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN USING WS-ZINKO-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-I-FILE   ASSIGN USING WS-MENSEKI-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   M-STATUS.
           SELECT DIFF-FILE        ASSIGN USING WS-DIFF-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   DF-STATUS.
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN USING WS-STEP-CNT-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-COUNTS.
           03   WS-Z-DTL-CNT       PIC  9(07) VALUE ZERO.
           03   WS-M-DTL-CNT       PIC  9(07) VALUE ZERO.
       01  WS-WORK-NAME            PIC  N(04).
       01  WS-DIRECT-ZINKO         PIC  9(10).
       01  WS-DIRECT-MENSEKI       PIC  9(07).
      * Shared with SHADOW-RUN inside one run unit: "Y" means a
      * what-if run, so the files named below are the SHD- sandbox
      * copies and production is left alone. An ordinary run sees
      * the initial value and uses the production names.
       01  WS-ZINKO-DI-NAME        PIC  X(20) VALUE "ZINKO-DTL-IDX".
       01  WS-MENSEKI-DI-NAME      PIC  X(20) VALUE "MENSEKI-DTL-IDX".
       01  WS-ZINKO-I-NAME         PIC  X(20) VALUE "ZINKO-IDX".
       01  WS-MENSEKI-I-NAME       PIC  X(20) VALUE "MENSEKI-IDX".
       01  WS-DIFF-NAME            PIC  X(20) VALUE "ROLLUP-DIFF.txt".
       01  WS-STEP-CNT-NAME        PIC  X(20) VALUE "STEP-COUNTS".
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM SHADOW-NAMES-RTN.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM CHECK-CLOSED-RTN.
           OPEN OUTPUT DIFF-FILE.
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.

      * A SHADOW-RUN what-if run reads and writes the SHD- sandbox
      * copies instead of the production files.
       SHADOW-NAMES-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              MOVE "SHD-ZINKO-DTL-IDX" TO WS-ZINKO-DI-NAME
              MOVE "SHD-MENSEKI-DTL-IDX" TO WS-MENSEKI-DI-NAME
              MOVE "SHD-ZINKO-IDX"   TO WS-ZINKO-I-NAME
              MOVE "SHD-MENSEKI-IDX" TO WS-MENSEKI-I-NAME
              MOVE "SHD-ROLLUP-DIFF.txt" TO WS-DIFF-NAME
              MOVE "SHD-STEP-COUNTS" TO WS-STEP-CNT-NAME
           END-IF.
