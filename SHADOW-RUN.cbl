      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SHADOW-RUN.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  What-if driver: runs the conversion, rollup and ZINKOMITSUDO
      *  chain against sandbox copies of the masters and work files,
      *  so the effect of a revised back series or a test extract can
      *  be seen before it is loaded for real. The run:
      *
      *    - copies ZINKO-IDX, MENSEKI-IDX, ZINKO-DTL-IDX,
      *      MENSEKI-DTL-IDX and mitsudo.csv to their SHD- names
      *      (SHD-ZINKO-IDX and so on), and empties SHD-ZM-RESTART
      *      and SHD-STEP-COUNTS so the shadow join always starts
      *      fresh
      *    - sets the shared SHADOW-RUN-SW and CALLs MENSEKI-CNV,
      *      ZINKO-CNV, DTL-CNV, DTL-ROLLUP and ZINKOMITSUDO in
      *      BATCH-RUN's order, each CANCELled after its call. With
      *      the switch on each step reads its SHD- extract and
      *      writes only SHD- files; IDX-JRNL, RCPT-REG and SUSP-LOG
      *      record nothing and ZINKOMITSUDO takes no run-lock. A
      *      converter whose SHD- extract (SHD-MENSEKI-SEQ,
      *      SHD-ZINKO-SEQ, SHD-ZINKO-DTL-SEQ/SHD-MENSEKI-DTL-SEQ) is
      *      not staged is skipped and its shadow master stays the
      *      production copy
      *    - writes SHADOW-RPT.txt comparing shadow with production
      *
      *  Production masters, IDX-JOURNAL, AUDIT-LOG, RUN-LOCK and
      *  PACK-MANIFEST are never written. RUN-LOCK is only read: a
      *  shadow run refuses to start while another run holds it,
      *  since the masters it copies may be half loaded. Control
      *  files (YEAR-CTL, RANK-CTL, CODE-CTL, PREF-MSTR, KAJU-IDX,
      *  YEAR-CLOSED) are the production ones, read only, so the
      *  shadow chain behaves exactly as the nightly one would.
      *
      *  The report lists every code for the YEAR-CTL target year:
      *  population and area from the masters, density and rank
      *  from mitsudo.csv (rank change positive = moved up), each as
      *  production, shadow and difference, with codes that appear
      *  in or drop out of the shadow ranking flagged. Population
      *  and area keys of other years that the shadow run added,
      *  removed or changed follow, then the shadow steps' counts.
      *  The production side of the ranking is mitsudo.csv as the
      *  last production run left it. A failed shadow step is named
      *  on the report and no comparison is made.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE        ASSIGN TO "RUN-LOCK"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT PROBE-FILE       ASSIGN USING WS-PROBE-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   PR-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   Z-STATUS.
           SELECT SHD-ZINKO-FILE   ASSIGN TO "SHD-ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   SHD-ZINKO-KEY
                                   FILE   STATUS  IS   SZ-STATUS.
           SELECT MENSEKI-I-FILE   ASSIGN TO "MENSEKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   M-STATUS.
           SELECT SHD-MENSEKI-FILE ASSIGN TO "SHD-MENSEKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   SHD-MENSEKI-KEY
                                   FILE   STATUS  IS   SM-STATUS.
           SELECT ZINKO-DI-FILE    ASSIGN TO "ZINKO-DTL-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-DI-KEY
                                   FILE   STATUS  IS   ZD-STATUS.
           SELECT SHD-ZINKO-DI-FILE
                                   ASSIGN TO "SHD-ZINKO-DTL-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   SHD-ZINKO-DI-KEY
                                   FILE   STATUS  IS   SZD-STATUS.
           SELECT MENSEKI-DI-FILE  ASSIGN TO "MENSEKI-DTL-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-DI-KEY
                                   FILE   STATUS  IS   MD-STATUS.
           SELECT SHD-MENSEKI-DI-FILE
                                   ASSIGN TO "SHD-MENSEKI-DTL-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY   IS   SHD-MENSEKI-DI-KEY
                                   FILE   STATUS  IS   SMD-STATUS.
           SELECT MITSUDO-FILE     ASSIGN TO "mitsudo.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   MF-STATUS.
           SELECT SHD-MITSUDO-FILE ASSIGN TO "SHD-mitsudo.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SF-STATUS.
           SELECT RESTART-FILE     ASSIGN TO "SHD-ZM-RESTART"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RS-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "SHD-STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "SHADOW-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  LOCK-FILE.
       01  LOCK-REC.
           03   LK-HOLDER          PIC  X(12).
           03   LK-DATE            PIC  9(08).
           03   LK-TIME            PIC  9(08).
       FD  YEAR-CTL-FILE.
       01  YEAR-CTL-REC.
           03   YEAR-CTL-YEAR      PIC  9(04).
       01  YEAR-CTL-WAREKI-REC.
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       FD  PROBE-FILE.
       01  PROBE-REC               PIC  X(80).
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
               05   Z-I-CODE       PIC  X(07).
               05   Z-I-YEAR       PIC  9(04).
           03   Z-I-NAME           PIC  N(04).
           03   Z-I-NAME-X         REDEFINES Z-I-NAME
                                   PIC  X(08).
           03   Z-I-ZINKO          PIC  9(08).
       FD  SHD-ZINKO-FILE.
       01  SHD-ZINKO-REC.
           03   SHD-ZINKO-KEY.
               05   SZ-CODE        PIC  X(07).
               05   SZ-YEAR        PIC  9(04).
           03   SZ-NAME            PIC  N(04).
           03   SZ-NAME-X          REDEFINES SZ-NAME
                                   PIC  X(08).
           03   SZ-ZINKO           PIC  9(08).
       FD  MENSEKI-I-FILE.
       01  MENSEKI-I-REC.
           03   MENSEKI-I-KEY.
               05   M-I-CODE       PIC  X(07).
               05   M-I-YEAR       PIC  9(04).
           03   M-I-NAME           PIC  N(04).
           03   M-I-MENSEKI        PIC  9(05).
       FD  SHD-MENSEKI-FILE.
       01  SHD-MENSEKI-REC.
           03   SHD-MENSEKI-KEY.
               05   SM-CODE        PIC  X(07).
               05   SM-YEAR        PIC  9(04).
           03   SM-NAME            PIC  N(04).
           03   SM-MENSEKI         PIC  9(05).
       FD  ZINKO-DI-FILE.
       01  ZINKO-DI-REC.
           03   ZINKO-DI-KEY.
               05   ZD-I-PREF-CODE PIC  X(07).
               05   ZD-I-MUNI-CODE PIC  X(05).
               05   ZD-I-YEAR      PIC  9(04).
           03   ZD-I-PREF-NAME     PIC  N(04).
           03   ZD-I-MUNI-NAME     PIC  N(04).
           03   ZD-I-ZINKO         PIC  9(08).
       FD  SHD-ZINKO-DI-FILE.
       01  SHD-ZINKO-DI-REC.
           03   SHD-ZINKO-DI-KEY   PIC  X(16).
           03   FILLER             PIC  X(24).
       FD  MENSEKI-DI-FILE.
       01  MENSEKI-DI-REC.
           03   MENSEKI-DI-KEY.
               05   MD-I-PREF-CODE PIC  X(07).
               05   MD-I-MUNI-CODE PIC  X(05).
               05   MD-I-YEAR      PIC  9(04).
           03   MD-I-PREF-NAME     PIC  N(04).
           03   MD-I-MUNI-NAME     PIC  N(04).
           03   MD-I-MENSEKI       PIC  9(05).
       FD  SHD-MENSEKI-DI-FILE.
       01  SHD-MENSEKI-DI-REC.
           03   SHD-MENSEKI-DI-KEY PIC  X(16).
           03   FILLER             PIC  X(21).
       FD  MITSUDO-FILE.
       01  MITSUDO-REC             PIC  X(60).
       FD  SHD-MITSUDO-FILE.
       01  SHD-MITSUDO-REC         PIC  X(60).
       FD  RESTART-FILE.
       01  RESTART-REC             PIC  X(11).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  L-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  PR-STATUS               PIC  XX.
       01  Z-STATUS                PIC  XX.
       01  SZ-STATUS               PIC  XX.
       01  M-STATUS                PIC  XX.
       01  SM-STATUS               PIC  XX.
       01  ZD-STATUS               PIC  XX.
       01  SZD-STATUS              PIC  XX.
       01  MD-STATUS               PIC  XX.
       01  SMD-STATUS              PIC  XX.
       01  MF-STATUS               PIC  XX.
       01  SF-STATUS               PIC  XX.
       01  RS-STATUS               PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  P-STATUS                PIC  XX.
       01  WS-PROBE-NAME           PIC  X(20).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).
           03   WK-ERA-INITIAL     PIC  X(01).
           03   WK-ERA-NAME        PIC  X(08).
           03   WK-WAREKI-YY       PIC  9(02).
           03   WK-RESULT          PIC  X(01).
       01  WS-LOCK-BUSY-SW         PIC  X    VALUE "N".
           88  WS-LOCK-BUSY                  VALUE "Y".
       01  WS-ABORT-SW             PIC  X    VALUE "N".
           88  WS-ABORTED                    VALUE "Y".
       01  WS-FAILED-STEP          PIC  X(20) VALUE SPACES.
       01  WS-READ-ERR-SW          PIC  X    VALUE "N".
           88  WS-READ-ERROR                 VALUE "Y".
      * Which SHD- extracts the operator staged for this run.
       01  WS-EXTRACT-SWS.
           03   WS-MSEQ-SW         PIC  X    VALUE "N".
                88  WS-MSEQ-STAGED           VALUE "Y".
           03   WS-ZSEQ-SW         PIC  X    VALUE "N".
                88  WS-ZSEQ-STAGED           VALUE "Y".
           03   WS-ZDTL-SW         PIC  X    VALUE "N".
                88  WS-ZDTL-STAGED           VALUE "Y".
           03   WS-MDTL-SW         PIC  X    VALUE "N".
                88  WS-MDTL-STAGED           VALUE "Y".
       01  WS-OPEN-SWS.
           03   WS-ZINKO-SW        PIC  X    VALUE "N".
                88  WS-ZINKO-OPEN            VALUE "Y".
           03   WS-MENSEKI-SW      PIC  X    VALUE "N".
                88  WS-MENSEKI-OPEN          VALUE "Y".
      * Every code seen for the target year on either side, kept in
      * code order.
       01  WS-CODE-CNT             PIC  9(03) VALUE ZERO.
       01  WS-CODE-TABLE.
           03   WS-CODE-ENTRY      OCCURS 100 TIMES.
                05   CT-CODE       PIC  X(07).
       01  WS-CI                   PIC  9(03).
       01  WS-INS                  PIC  9(03).
       01  WS-NEW-CODE             PIC  X(07).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
      * Each side's ranking as read back from its mitsudo.csv: the
      * entry number is the rank.
       01  WS-PROD-CNT             PIC  9(03) VALUE ZERO.
       01  WS-PROD-TABLE.
           03   WS-PROD-ENTRY      OCCURS 100 TIMES.
                05   PT-CODE       PIC  X(07).
                05   PT-NAME       PIC  X(08).
                05   PT-MITSUDO    PIC  9(08)V9(03).
       01  WS-SHD-CNT              PIC  9(03) VALUE ZERO.
       01  WS-SHD-TABLE.
           03   WS-SHD-ENTRY       OCCURS 100 TIMES.
                05   ST-CODE       PIC  X(07).
                05   ST-NAME       PIC  X(08).
                05   ST-MITSUDO    PIC  9(08)V9(03).
       01  WS-PROD-RANK            PIC  9(03).
       01  WS-SHD-RANK             PIC  9(03).
       01  WS-MITSUDO-GRP.
           03   WS-MITSUDO-TXT     PIC  X(11).
       01  WS-MITSUDO-NUM          REDEFINES WS-MITSUDO-GRP
                                   PIC  9(08)V9(03).
      * One code's figures on each side.
       01  WS-CUR-NAME             PIC  X(08).
       01  WS-POP-PROD             PIC  9(08).
       01  WS-POP-SHD              PIC  9(08).
       01  WS-AREA-PROD            PIC  9(05).
       01  WS-AREA-SHD             PIC  9(05).
       01  WS-POP-DIFF             PIC S9(09).
       01  WS-AREA-DIFF            PIC S9(06).
       01  WS-DENS-DIFF            PIC S9(08)V9(03).
       01  WS-RANK-CHG             PIC S9(04).
       01  WS-SIDE-SWS.
           03   WS-POP-PROD-SW     PIC  X.
           03   WS-POP-SHD-SW      PIC  X.
           03   WS-AREA-PROD-SW    PIC  X.
           03   WS-AREA-SHD-SW     PIC  X.
       01  WS-CHANGED-SW           PIC  X    VALUE "N".
           88  WS-CHANGED                    VALUE "Y".
       01  WS-DETAIL-LINE.
           03   DL-CODE            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   DL-NAME            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-POP-PROD        PIC  ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-POP-SHD         PIC  ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-POP-DIFF        PIC  -ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-AREA-PROD       PIC  ZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-AREA-SHD        PIC  ZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-AREA-DIFF       PIC  -ZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-DENS-PROD       PIC  ZZZZZZ9.999.
           03   FILLER             PIC  X(01).
           03   DL-DENS-SHD        PIC  ZZZZZZ9.999.
           03   FILLER             PIC  X(01).
           03   DL-DENS-DIFF       PIC  -ZZZZZZ9.999.
           03   FILLER             PIC  X(01).
           03   DL-RANK-PROD       PIC  ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-RANK-SHD        PIC  ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-RANK-CHG        PIC  -ZZ9.
           03   FILLER             PIC  X(01).
           03   DL-STATUS          PIC  X(09).
      * Other-year keys: one master at a time, production and shadow
      * read side by side in key order.
       01  WS-MASTER-NAME          PIC  X(10).
       01  WS-P-KEY                PIC  X(11).
       01  WS-S-KEY                PIC  X(11).
       01  WS-P-VAL                PIC  9(08).
       01  WS-S-VAL                PIC  9(08).
       01  WS-KEY-DIFF             PIC S9(09).
       01  WS-YEAR-LINE.
           03   YL-MASTER          PIC  X(10).
           03   FILLER             PIC  X(01).
           03   YL-CODE            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   YL-YEAR            PIC  X(04).
           03   FILLER             PIC  X(02).
           03   YL-PROD            PIC  ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   YL-SHD             PIC  ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(01).
           03   YL-DIFF            PIC  -ZZ,ZZZ,ZZ9.
           03   FILLER             PIC  X(02).
           03   YL-STATUS          PIC  X(10).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-COMPARED-CNT    PIC  9(07) VALUE ZERO.
           03   WS-SAME-CNT        PIC  9(07) VALUE ZERO.
           03   WS-CHANGED-CNT     PIC  9(07) VALUE ZERO.
           03   WS-APPEAR-CNT      PIC  9(07) VALUE ZERO.
           03   WS-DROP-CNT        PIC  9(07) VALUE ZERO.
           03   WS-RANK-CNT        PIC  9(07) VALUE ZERO.
           03   WS-YEAR-DIFF-CNT   PIC  9(07) VALUE ZERO.
      * Shared with the chained steps inside this run unit: "Y" sends
      * every file they write to its SHD- sandbox copy.
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE "N" TO SHADOW-RUN-SW.
           PERFORM CHECK-LOCK-RTN.
           IF WS-LOCK-BUSY THEN
              DISPLAY "SHADOW-RUN: " LK-HOLDER " HOLDS THE RUN-LOCK "
                      "SINCE " LK-DATE " " LK-TIME ", STOPPING"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM PROBE-EXTRACTS-RTN.
           IF NOT WS-MSEQ-STAGED AND NOT WS-ZSEQ-STAGED
              AND NOT WS-ZDTL-STAGED AND NOT WS-MDTL-STAGED THEN
              DISPLAY "SHADOW-RUN: NO SHD- EXTRACT STAGED, NOTHING "
                      "TO TRY"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM STAGE-RTN THRU STAGE-EXT.
           IF NOT WS-ABORTED THEN
              MOVE "Y" TO SHADOW-RUN-SW
              PERFORM CHAIN-RTN
              MOVE "N" TO SHADOW-RUN-SW
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           IF WS-ABORTED THEN
              MOVE SPACES TO PRINT-REC
              STRING  "SHADOW RUN STOPPED AFTER: " DELIMITED BY SIZE
                      WS-FAILED-STEP               DELIMITED BY SIZE
                      " - NO COMPARISON MADE"      DELIMITED BY SIZE
                      INTO PRINT-REC
              END-STRING
              WRITE PRINT-REC
           ELSE
              PERFORM COMPARE-RTN
           END-IF.
           PERFORM STEP-COUNTS-RTN.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.

           DISPLAY "SHADOW-RUN YEAR       : " WS-TARGET-YEAR.
           IF WS-ABORTED THEN
              DISPLAY "SHADOW-RUN STOPPED AFTER: " WS-FAILED-STEP
              MOVE -1 TO RETURN-CODE
           ELSE
              DISPLAY "SHADOW-RUN COMPARED   : " WS-COMPARED-CNT
              DISPLAY "SHADOW-RUN CHANGED    : " WS-CHANGED-CNT
              DISPLAY "SHADOW-RUN APPEARING  : " WS-APPEAR-CNT
              DISPLAY "SHADOW-RUN DROPPING   : " WS-DROP-CNT
              DISPLAY "SHADOW-RUN OTHER YEARS: " WS-YEAR-DIFF-CNT
              IF WS-READ-ERROR THEN
                 MOVE -1 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
       MAIN-EXT.
           GOBACK.

      * RUN-LOCK is read, never taken: the copies would be worthless
      * if a nightly run were part way through loading the masters.
       CHECK-LOCK-RTN.
           OPEN INPUT LOCK-FILE.
           IF L-STATUS = "00" THEN
              READ LOCK-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LK-HOLDER NOT = SPACES THEN
                       SET WS-LOCK-BUSY TO TRUE
                    END-IF
              END-READ
              CLOSE LOCK-FILE
           END-IF.

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

      * Note which SHD- extracts are there; a converter with nothing
      * staged is left out of the shadow chain.
       PROBE-EXTRACTS-RTN.
           MOVE "SHD-MENSEKI-SEQ" TO WS-PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF PR-STATUS = "00" THEN
              SET WS-MSEQ-STAGED TO TRUE
              CLOSE PROBE-FILE
           END-IF.
           MOVE "SHD-ZINKO-SEQ" TO WS-PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF PR-STATUS = "00" THEN
              SET WS-ZSEQ-STAGED TO TRUE
              CLOSE PROBE-FILE
           END-IF.
           MOVE "SHD-ZINKO-DTL-SEQ" TO WS-PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF PR-STATUS = "00" THEN
              SET WS-ZDTL-STAGED TO TRUE
              CLOSE PROBE-FILE
           END-IF.
           MOVE "SHD-MENSEKI-DTL-SEQ" TO WS-PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF PR-STATUS = "00" THEN
              SET WS-MDTL-STAGED TO TRUE
              CLOSE PROBE-FILE
           END-IF.

      * Build the sandbox from production: each master copied to its
      * SHD- name (a master that does not exist yet gives an empty
      * copy), mitsudo.csv copied so the shadow ZINKOMITSUDO's
      * DELTA.csv compares against production, and the shadow
      * checkpoint and step counts emptied.
       STAGE-RTN.
           PERFORM COPY-ZINKO-RTN.
           IF WS-ABORTED THEN
              GO TO STAGE-EXT
           END-IF.
           PERFORM COPY-MENSEKI-RTN.
           IF WS-ABORTED THEN
              GO TO STAGE-EXT
           END-IF.
           PERFORM COPY-ZINKO-DTL-RTN.
           IF WS-ABORTED THEN
              GO TO STAGE-EXT
           END-IF.
           PERFORM COPY-MENSEKI-DTL-RTN.
           IF WS-ABORTED THEN
              GO TO STAGE-EXT
           END-IF.
           PERFORM COPY-MITSUDO-RTN.
           OPEN OUTPUT RESTART-FILE.
           CLOSE RESTART-FILE.
           OPEN OUTPUT STEP-CNT-FILE.
           CLOSE STEP-CNT-FILE.
       STAGE-EXT.
           EXIT.

       COPY-ZINKO-RTN.
           OPEN OUTPUT SHD-ZINKO-FILE.
           IF SZ-STATUS <> "00" THEN
              DISPLAY "SHADOW-RUN: CANNOT CREATE SHD-ZINKO-IDX "
                      "(STATUS=" SZ-STATUS ")"
              SET WS-ABORTED TO TRUE
              MOVE "STAGE" TO WS-FAILED-STEP
           ELSE
              OPEN INPUT ZINKO-I-FILE
              IF Z-STATUS = "00" THEN
                 MOVE SPACE TO ZINKO-I-KEY
                 START ZINKO-I-FILE KEY IS > ZINKO-I-KEY
                 PERFORM UNTIL Z-STATUS <> "00"
                    READ ZINKO-I-FILE NEXT
                    IF Z-STATUS = "00" THEN
                       MOVE ZINKO-I-REC TO SHD-ZINKO-REC
                       WRITE SHD-ZINKO-REC
                       IF SZ-STATUS <> "00" THEN
                          DISPLAY "SHADOW COPY WRITE ERROR:" SZ-STATUS
                          SET WS-ABORTED TO TRUE
                          MOVE "STAGE" TO WS-FAILED-STEP
                          MOVE "99" TO Z-STATUS
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE ZINKO-I-FILE
              ELSE IF Z-STATUS <> "35" THEN
                 DISPLAY "SHADOW-RUN: ZINKO-IDX NOT READABLE "
                         "(STATUS=" Z-STATUS ")"
                 SET WS-ABORTED TO TRUE
                 MOVE "STAGE" TO WS-FAILED-STEP
              END-IF
              END-IF
              CLOSE SHD-ZINKO-FILE
           END-IF.

       COPY-MENSEKI-RTN.
           OPEN OUTPUT SHD-MENSEKI-FILE.
           IF SM-STATUS <> "00" THEN
              DISPLAY "SHADOW-RUN: CANNOT CREATE SHD-MENSEKI-IDX "
                      "(STATUS=" SM-STATUS ")"
              SET WS-ABORTED TO TRUE
              MOVE "STAGE" TO WS-FAILED-STEP
           ELSE
              OPEN INPUT MENSEKI-I-FILE
              IF M-STATUS = "00" THEN
                 MOVE SPACE TO MENSEKI-I-KEY
                 START MENSEKI-I-FILE KEY IS > MENSEKI-I-KEY
                 PERFORM UNTIL M-STATUS <> "00"
                    READ MENSEKI-I-FILE NEXT
                    IF M-STATUS = "00" THEN
                       MOVE MENSEKI-I-REC TO SHD-MENSEKI-REC
                       WRITE SHD-MENSEKI-REC
                       IF SM-STATUS <> "00" THEN
                          DISPLAY "SHADOW COPY WRITE ERROR:" SM-STATUS
                          SET WS-ABORTED TO TRUE
                          MOVE "STAGE" TO WS-FAILED-STEP
                          MOVE "99" TO M-STATUS
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE MENSEKI-I-FILE
              ELSE IF M-STATUS <> "35" THEN
                 DISPLAY "SHADOW-RUN: MENSEKI-IDX NOT READABLE "
                         "(STATUS=" M-STATUS ")"
                 SET WS-ABORTED TO TRUE
                 MOVE "STAGE" TO WS-FAILED-STEP
              END-IF
              END-IF
              CLOSE SHD-MENSEKI-FILE
           END-IF.

       COPY-ZINKO-DTL-RTN.
           OPEN OUTPUT SHD-ZINKO-DI-FILE.
           IF SZD-STATUS <> "00" THEN
              DISPLAY "SHADOW-RUN: CANNOT CREATE SHD-ZINKO-DTL-IDX "
                      "(STATUS=" SZD-STATUS ")"
              SET WS-ABORTED TO TRUE
              MOVE "STAGE" TO WS-FAILED-STEP
           ELSE
              OPEN INPUT ZINKO-DI-FILE
              IF ZD-STATUS = "00" THEN
                 MOVE SPACE TO ZINKO-DI-KEY
                 START ZINKO-DI-FILE KEY IS > ZINKO-DI-KEY
                 PERFORM UNTIL ZD-STATUS <> "00"
                    READ ZINKO-DI-FILE NEXT
                    IF ZD-STATUS = "00" THEN
                       MOVE ZINKO-DI-REC TO SHD-ZINKO-DI-REC
                       WRITE SHD-ZINKO-DI-REC
                       IF SZD-STATUS <> "00" THEN
                          DISPLAY "SHADOW COPY WRITE ERROR:"
                                  SZD-STATUS
                          SET WS-ABORTED TO TRUE
                          MOVE "STAGE" TO WS-FAILED-STEP
                          MOVE "99" TO ZD-STATUS
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE ZINKO-DI-FILE
              ELSE IF ZD-STATUS <> "35" THEN
                 DISPLAY "SHADOW-RUN: ZINKO-DTL-IDX NOT READABLE "
                         "(STATUS=" ZD-STATUS ")"
                 SET WS-ABORTED TO TRUE
                 MOVE "STAGE" TO WS-FAILED-STEP
              END-IF
              END-IF
              CLOSE SHD-ZINKO-DI-FILE
           END-IF.

       COPY-MENSEKI-DTL-RTN.
           OPEN OUTPUT SHD-MENSEKI-DI-FILE.
           IF SMD-STATUS <> "00" THEN
              DISPLAY "SHADOW-RUN: CANNOT CREATE SHD-MENSEKI-DTL-IDX"
                      " (STATUS=" SMD-STATUS ")"
              SET WS-ABORTED TO TRUE
              MOVE "STAGE" TO WS-FAILED-STEP
           ELSE
              OPEN INPUT MENSEKI-DI-FILE
              IF MD-STATUS = "00" THEN
                 MOVE SPACE TO MENSEKI-DI-KEY
                 START MENSEKI-DI-FILE KEY IS > MENSEKI-DI-KEY
                 PERFORM UNTIL MD-STATUS <> "00"
                    READ MENSEKI-DI-FILE NEXT
                    IF MD-STATUS = "00" THEN
                       MOVE MENSEKI-DI-REC TO SHD-MENSEKI-DI-REC
                       WRITE SHD-MENSEKI-DI-REC
                       IF SMD-STATUS <> "00" THEN
                          DISPLAY "SHADOW COPY WRITE ERROR:"
                                  SMD-STATUS
                          SET WS-ABORTED TO TRUE
                          MOVE "STAGE" TO WS-FAILED-STEP
                          MOVE "99" TO MD-STATUS
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE MENSEKI-DI-FILE
              ELSE IF MD-STATUS <> "35" THEN
                 DISPLAY "SHADOW-RUN: MENSEKI-DTL-IDX NOT READABLE "
                         "(STATUS=" MD-STATUS ")"
                 SET WS-ABORTED TO TRUE
                 MOVE "STAGE" TO WS-FAILED-STEP
              END-IF
              END-IF
              CLOSE SHD-MENSEKI-DI-FILE
           END-IF.

      * No production mitsudo.csv yet just leaves the shadow copy
      * empty, so every shadow code reports as appearing.
       COPY-MITSUDO-RTN.
           OPEN OUTPUT SHD-MITSUDO-FILE.
           OPEN INPUT MITSUDO-FILE.
           IF MF-STATUS = "00" THEN
              PERFORM UNTIL MF-STATUS <> "00"
                 READ MITSUDO-FILE NEXT
                 IF MF-STATUS = "00" THEN
                    MOVE MITSUDO-REC TO SHD-MITSUDO-REC
                    WRITE SHD-MITSUDO-REC
                 END-IF
              END-PERFORM
              CLOSE MITSUDO-FILE
           END-IF.
           CLOSE SHD-MITSUDO-FILE.

      * The nightly chain's conversion, rollup and join steps, in
      * BATCH-RUN's order, with SHADOW-RUN-SW on. The first failing
      * step stops the shadow chain.
       CHAIN-RTN.
           IF WS-MSEQ-STAGED THEN
              CALL "MENSEKI-CNV"
              IF RETURN-CODE <> 0 THEN
                 SET WS-ABORTED TO TRUE
                 MOVE "MENSEKI-CNV" TO WS-FAILED-STEP
              END-IF
              CANCEL "MENSEKI-CNV"
           END-IF.

           IF WS-ZSEQ-STAGED AND NOT WS-ABORTED THEN
              CALL "ZINKO-CNV"
              IF RETURN-CODE <> 0 THEN
                 SET WS-ABORTED TO TRUE
                 MOVE "ZINKO-CNV" TO WS-FAILED-STEP
              END-IF
              CANCEL "ZINKO-CNV"
           END-IF.

           IF (WS-ZDTL-STAGED OR WS-MDTL-STAGED)
              AND NOT WS-ABORTED THEN
              CALL "DTL-CNV"
              IF RETURN-CODE <> 0 THEN
                 SET WS-ABORTED TO TRUE
                 MOVE "DTL-CNV" TO WS-FAILED-STEP
              END-IF
              CANCEL "DTL-CNV"
           END-IF.

           IF NOT WS-ABORTED THEN
              CALL "DTL-ROLLUP"
              IF RETURN-CODE <> 0 THEN
                 SET WS-ABORTED TO TRUE
                 MOVE "DTL-ROLLUP" TO WS-FAILED-STEP
              END-IF
              CANCEL "DTL-ROLLUP"
           END-IF.

           IF NOT WS-ABORTED THEN
              CALL "ZINKOMITSUDO"
              IF RETURN-CODE <> 0 THEN
                 SET WS-ABORTED TO TRUE
                 MOVE "ZINKOMITSUDO" TO WS-FAILED-STEP
              END-IF
              CANCEL "ZINKOMITSUDO"
           END-IF.

      * Shadow against production: the target year code by code,
      * then every other year's keys that differ.
       COMPARE-RTN.
           OPEN INPUT ZINKO-I-FILE.
           IF Z-STATUS = "00" THEN
              SET WS-ZINKO-OPEN TO TRUE
           END-IF.
           OPEN INPUT MENSEKI-I-FILE.
           IF M-STATUS = "00" THEN
              SET WS-MENSEKI-OPEN TO TRUE
           END-IF.
           OPEN INPUT SHD-ZINKO-FILE.
           OPEN INPUT SHD-MENSEKI-FILE.

           PERFORM LOAD-RANKS-RTN.
           PERFORM COLLECT-RTN.
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CODE-CNT
              PERFORM DETAIL-RTN
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "POPULATION AND AREA KEYS CHANGED IN OTHER YEARS"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "MASTER     CODE    YEAR        PROD     SHADOW     "
                & "   DIFF  STATUS" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM ZINKO-YEARS-RTN.
           PERFORM MENSEKI-YEARS-RTN.

           IF WS-ZINKO-OPEN THEN
              CLOSE ZINKO-I-FILE
           END-IF.
           IF WS-MENSEKI-OPEN THEN
              CLOSE MENSEKI-I-FILE
           END-IF.
           CLOSE SHD-ZINKO-FILE.
           CLOSE SHD-MENSEKI-FILE.

      * Both rankings as their mitsudo.csv files hold them, the
      * header line skipped.
       LOAD-RANKS-RTN.
           MOVE ZERO TO WS-PROD-CNT.
           OPEN INPUT MITSUDO-FILE.
           IF MF-STATUS = "00" THEN
              READ MITSUDO-FILE
                 AT END
                    CONTINUE
              END-READ
              PERFORM UNTIL MF-STATUS <> "00" OR WS-PROD-CNT >= 100
                 READ MITSUDO-FILE NEXT
                 IF MF-STATUS = "00" THEN
                    ADD 1 TO WS-PROD-CNT
                    MOVE MITSUDO-REC(1:7)  TO PT-CODE(WS-PROD-CNT)
                    MOVE MITSUDO-REC(9:8)  TO PT-NAME(WS-PROD-CNT)
                    MOVE MITSUDO-REC(18:8) TO WS-MITSUDO-TXT(1:8)
                    MOVE MITSUDO-REC(27:3) TO WS-MITSUDO-TXT(9:3)
                    MOVE WS-MITSUDO-NUM    TO PT-MITSUDO(WS-PROD-CNT)
                 END-IF
              END-PERFORM
              CLOSE MITSUDO-FILE
           END-IF.
           MOVE ZERO TO WS-SHD-CNT.
           OPEN INPUT SHD-MITSUDO-FILE.
           IF SF-STATUS = "00" THEN
              READ SHD-MITSUDO-FILE
                 AT END
                    CONTINUE
              END-READ
              PERFORM UNTIL SF-STATUS <> "00" OR WS-SHD-CNT >= 100
                 READ SHD-MITSUDO-FILE NEXT
                 IF SF-STATUS = "00" THEN
                    ADD 1 TO WS-SHD-CNT
                    MOVE SHD-MITSUDO-REC(1:7)  TO ST-CODE(WS-SHD-CNT)
                    MOVE SHD-MITSUDO-REC(9:8)  TO ST-NAME(WS-SHD-CNT)
                    MOVE SHD-MITSUDO-REC(18:8) TO WS-MITSUDO-TXT(1:8)
                    MOVE SHD-MITSUDO-REC(27:3) TO WS-MITSUDO-TXT(9:3)
                    MOVE WS-MITSUDO-NUM        TO ST-MITSUDO(WS-SHD-CNT)
                 END-IF
              END-PERFORM
              CLOSE SHD-MITSUDO-FILE
           END-IF.

      * Every code either side knows for the target year: both
      * masters on both sides, and both rankings.
       COLLECT-RTN.
           MOVE ZERO TO WS-CODE-CNT.
           IF WS-ZINKO-OPEN THEN
              MOVE SPACE TO ZINKO-I-KEY
              START ZINKO-I-FILE KEY IS > ZINKO-I-KEY
              PERFORM UNTIL Z-STATUS <> "00"
                 READ ZINKO-I-FILE NEXT
                 IF Z-STATUS = "00" AND Z-I-YEAR = WS-TARGET-YEAR THEN
                    MOVE Z-I-CODE TO WS-NEW-CODE
                    PERFORM ADD-CODE-RTN
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACE TO SHD-ZINKO-KEY.
           START SHD-ZINKO-FILE KEY IS > SHD-ZINKO-KEY.
           PERFORM UNTIL SZ-STATUS <> "00"
              READ SHD-ZINKO-FILE NEXT
              IF SZ-STATUS = "00" AND SZ-YEAR = WS-TARGET-YEAR THEN
                 MOVE SZ-CODE TO WS-NEW-CODE
                 PERFORM ADD-CODE-RTN
              END-IF
           END-PERFORM.
           IF WS-MENSEKI-OPEN THEN
              MOVE SPACE TO MENSEKI-I-KEY
              START MENSEKI-I-FILE KEY IS > MENSEKI-I-KEY
              PERFORM UNTIL M-STATUS <> "00"
                 READ MENSEKI-I-FILE NEXT
                 IF M-STATUS = "00" AND M-I-YEAR = WS-TARGET-YEAR THEN
                    MOVE M-I-CODE TO WS-NEW-CODE
                    PERFORM ADD-CODE-RTN
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACE TO SHD-MENSEKI-KEY.
           START SHD-MENSEKI-FILE KEY IS > SHD-MENSEKI-KEY.
           PERFORM UNTIL SM-STATUS <> "00"
              READ SHD-MENSEKI-FILE NEXT
              IF SM-STATUS = "00" AND SM-YEAR = WS-TARGET-YEAR THEN
                 MOVE SM-CODE TO WS-NEW-CODE
                 PERFORM ADD-CODE-RTN
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-PROD-RANK FROM 1 BY 1
                   UNTIL WS-PROD-RANK > WS-PROD-CNT
              MOVE PT-CODE(WS-PROD-RANK) TO WS-NEW-CODE
              PERFORM ADD-CODE-RTN
           END-PERFORM.
           PERFORM VARYING WS-SHD-RANK FROM 1 BY 1
                   UNTIL WS-SHD-RANK > WS-SHD-CNT
              MOVE ST-CODE(WS-SHD-RANK) TO WS-NEW-CODE
              PERFORM ADD-CODE-RTN
           END-PERFORM.

      * Insert WS-NEW-CODE into the code table in code order, once.
       ADD-CODE-RTN.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-INS.
           PERFORM VARYING WS-CI FROM 1 BY 1
                   UNTIL WS-CI > WS-CODE-CNT OR WS-FOUND
              IF CT-CODE(WS-CI) = WS-NEW-CODE THEN
                 SET WS-FOUND TO TRUE
              ELSE IF CT-CODE(WS-CI) < WS-NEW-CODE THEN
                 COMPUTE WS-INS = WS-CI + 1
              END-IF
              END-IF
           END-PERFORM.
           IF NOT WS-FOUND AND WS-CODE-CNT < 100 THEN
              PERFORM VARYING WS-CI FROM WS-CODE-CNT BY -1
                      UNTIL WS-CI < WS-INS
                 MOVE CT-CODE(WS-CI) TO CT-CODE(WS-CI + 1)
              END-PERFORM
              MOVE WS-NEW-CODE TO CT-CODE(WS-INS)
              ADD 1 TO WS-CODE-CNT
           END-IF.

      * One code's line: each figure production, shadow, difference,
      * a side with no figure left blank.
       DETAIL-RTN.
           ADD 1 TO WS-COMPARED-CNT.
           MOVE "N" TO WS-CHANGED-SW.
           MOVE "NNNN" TO WS-SIDE-SWS.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE CT-CODE(WS-CI) TO DL-CODE.

           IF WS-ZINKO-OPEN THEN
              MOVE CT-CODE(WS-CI) TO Z-I-CODE
              MOVE WS-TARGET-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-POP-PROD-SW
                    MOVE Z-I-ZINKO TO WS-POP-PROD
                    MOVE Z-I-ZINKO TO DL-POP-PROD
                    MOVE Z-I-NAME-X TO WS-CUR-NAME
              END-READ
           END-IF.
           MOVE CT-CODE(WS-CI) TO SZ-CODE.
           MOVE WS-TARGET-YEAR TO SZ-YEAR.
           READ SHD-ZINKO-FILE KEY IS SHD-ZINKO-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-POP-SHD-SW
                 MOVE SZ-ZINKO TO WS-POP-SHD
                 MOVE SZ-ZINKO TO DL-POP-SHD
                 IF WS-CUR-NAME = SPACES THEN
                    MOVE SZ-NAME-X TO WS-CUR-NAME
                 END-IF
           END-READ.
           IF WS-POP-PROD-SW = "Y" AND WS-POP-SHD-SW = "Y" THEN
              COMPUTE WS-POP-DIFF = WS-POP-SHD - WS-POP-PROD
              MOVE WS-POP-DIFF TO DL-POP-DIFF
              IF WS-POP-DIFF <> ZERO THEN
                 SET WS-CHANGED TO TRUE
              END-IF
           ELSE IF WS-POP-PROD-SW <> WS-POP-SHD-SW THEN
              SET WS-CHANGED TO TRUE
           END-IF
           END-IF.

           IF WS-MENSEKI-OPEN THEN
              MOVE CT-CODE(WS-CI) TO M-I-CODE
              MOVE WS-TARGET-YEAR TO M-I-YEAR
              READ MENSEKI-I-FILE KEY IS MENSEKI-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-AREA-PROD-SW
                    MOVE M-I-MENSEKI TO WS-AREA-PROD
                    MOVE M-I-MENSEKI TO DL-AREA-PROD
              END-READ
           END-IF.
           MOVE CT-CODE(WS-CI) TO SM-CODE.
           MOVE WS-TARGET-YEAR TO SM-YEAR.
           READ SHD-MENSEKI-FILE KEY IS SHD-MENSEKI-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-AREA-SHD-SW
                 MOVE SM-MENSEKI TO WS-AREA-SHD
                 MOVE SM-MENSEKI TO DL-AREA-SHD
           END-READ.
           IF WS-AREA-PROD-SW = "Y" AND WS-AREA-SHD-SW = "Y" THEN
              COMPUTE WS-AREA-DIFF = WS-AREA-SHD - WS-AREA-PROD
              MOVE WS-AREA-DIFF TO DL-AREA-DIFF
              IF WS-AREA-DIFF <> ZERO THEN
                 SET WS-CHANGED TO TRUE
              END-IF
           ELSE IF WS-AREA-PROD-SW <> WS-AREA-SHD-SW THEN
              SET WS-CHANGED TO TRUE
           END-IF
           END-IF.

           PERFORM FIND-RANKS-RTN.
           IF WS-PROD-RANK > ZERO THEN
              MOVE PT-MITSUDO(WS-PROD-RANK) TO DL-DENS-PROD
              MOVE WS-PROD-RANK TO DL-RANK-PROD
              IF WS-CUR-NAME = SPACES THEN
                 MOVE PT-NAME(WS-PROD-RANK) TO WS-CUR-NAME
              END-IF
           END-IF.
           IF WS-SHD-RANK > ZERO THEN
              MOVE ST-MITSUDO(WS-SHD-RANK) TO DL-DENS-SHD
              MOVE WS-SHD-RANK TO DL-RANK-SHD
              IF WS-CUR-NAME = SPACES THEN
                 MOVE ST-NAME(WS-SHD-RANK) TO WS-CUR-NAME
              END-IF
           END-IF.
           MOVE WS-CUR-NAME TO DL-NAME.

           IF WS-PROD-RANK > ZERO AND WS-SHD-RANK > ZERO THEN
              COMPUTE WS-DENS-DIFF = ST-MITSUDO(WS-SHD-RANK)
                                   - PT-MITSUDO(WS-PROD-RANK)
              MOVE WS-DENS-DIFF TO DL-DENS-DIFF
              COMPUTE WS-RANK-CHG = WS-PROD-RANK - WS-SHD-RANK
              MOVE WS-RANK-CHG TO DL-RANK-CHG
              IF WS-DENS-DIFF <> ZERO THEN
                 SET WS-CHANGED TO TRUE
              END-IF
              IF WS-RANK-CHG <> ZERO THEN
                 SET WS-CHANGED TO TRUE
                 ADD 1 TO WS-RANK-CNT
              END-IF
           END-IF.

           IF WS-SHD-RANK > ZERO AND WS-PROD-RANK = ZERO THEN
              MOVE "APPEARS" TO DL-STATUS
              ADD 1 TO WS-APPEAR-CNT
           ELSE IF WS-PROD-RANK > ZERO AND WS-SHD-RANK = ZERO THEN
              MOVE "DROPS OUT" TO DL-STATUS
              ADD 1 TO WS-DROP-CNT
           ELSE IF WS-CHANGED THEN
              MOVE "CHANGED" TO DL-STATUS
              ADD 1 TO WS-CHANGED-CNT
           ELSE
              ADD 1 TO WS-SAME-CNT
           END-IF
           END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      * The code's rank on each side (zero when not ranked there).
       FIND-RANKS-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-PROD-RANK FROM 1 BY 1
                   UNTIL WS-PROD-RANK > WS-PROD-CNT OR WS-FOUND
              IF PT-CODE(WS-PROD-RANK) = CT-CODE(WS-CI) THEN
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-FOUND THEN
              SUBTRACT 1 FROM WS-PROD-RANK
           ELSE
              MOVE ZERO TO WS-PROD-RANK
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-SHD-RANK FROM 1 BY 1
                   UNTIL WS-SHD-RANK > WS-SHD-CNT OR WS-FOUND
              IF ST-CODE(WS-SHD-RANK) = CT-CODE(WS-CI) THEN
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-FOUND THEN
              SUBTRACT 1 FROM WS-SHD-RANK
           ELSE
              MOVE ZERO TO WS-SHD-RANK
           END-IF.

      * ZINKO-IDX against SHD-ZINKO-IDX in key order, target year
      * left out (it is on the code lines above).
       ZINKO-YEARS-RTN.
           MOVE "POPULATION" TO WS-MASTER-NAME.
           MOVE HIGH-VALUES TO WS-P-KEY.
           IF WS-ZINKO-OPEN THEN
              MOVE SPACE TO ZINKO-I-KEY
              START ZINKO-I-FILE KEY IS > ZINKO-I-KEY
              IF Z-STATUS = "00" THEN
                 PERFORM NEXT-ZINKO-RTN
              END-IF
           END-IF.
           MOVE HIGH-VALUES TO WS-S-KEY.
           MOVE SPACE TO SHD-ZINKO-KEY.
           START SHD-ZINKO-FILE KEY IS > SHD-ZINKO-KEY.
           IF SZ-STATUS = "00" THEN
              PERFORM NEXT-SHD-ZINKO-RTN
           END-IF.
           PERFORM UNTIL WS-P-KEY = HIGH-VALUES
                     AND WS-S-KEY = HIGH-VALUES
              IF WS-P-KEY < WS-S-KEY THEN
                 PERFORM KEY-REMOVED-RTN
                 PERFORM NEXT-ZINKO-RTN
              ELSE IF WS-P-KEY > WS-S-KEY THEN
                 PERFORM KEY-ADDED-RTN
                 PERFORM NEXT-SHD-ZINKO-RTN
              ELSE
                 PERFORM KEY-MATCHED-RTN
                 PERFORM NEXT-ZINKO-RTN
                 PERFORM NEXT-SHD-ZINKO-RTN
              END-IF
              END-IF
           END-PERFORM.

       NEXT-ZINKO-RTN.
           READ ZINKO-I-FILE NEXT.
           IF Z-STATUS = "00" THEN
              MOVE ZINKO-I-KEY TO WS-P-KEY
              MOVE Z-I-ZINKO   TO WS-P-VAL
           ELSE
              IF Z-STATUS <> "10" THEN
                 DISPLAY "READ ERROR:" Z-STATUS
                 SET WS-READ-ERROR TO TRUE
              END-IF
              MOVE HIGH-VALUES TO WS-P-KEY
           END-IF.

       NEXT-SHD-ZINKO-RTN.
           READ SHD-ZINKO-FILE NEXT.
           IF SZ-STATUS = "00" THEN
              MOVE SHD-ZINKO-KEY TO WS-S-KEY
              MOVE SZ-ZINKO      TO WS-S-VAL
           ELSE
              IF SZ-STATUS <> "10" THEN
                 DISPLAY "READ ERROR:" SZ-STATUS
                 SET WS-READ-ERROR TO TRUE
              END-IF
              MOVE HIGH-VALUES TO WS-S-KEY
           END-IF.

      * Same for MENSEKI-IDX against SHD-MENSEKI-IDX.
       MENSEKI-YEARS-RTN.
           MOVE "AREA" TO WS-MASTER-NAME.
           MOVE HIGH-VALUES TO WS-P-KEY.
           IF WS-MENSEKI-OPEN THEN
              MOVE SPACE TO MENSEKI-I-KEY
              START MENSEKI-I-FILE KEY IS > MENSEKI-I-KEY
              IF M-STATUS = "00" THEN
                 PERFORM NEXT-MENSEKI-RTN
              END-IF
           END-IF.
           MOVE HIGH-VALUES TO WS-S-KEY.
           MOVE SPACE TO SHD-MENSEKI-KEY.
           START SHD-MENSEKI-FILE KEY IS > SHD-MENSEKI-KEY.
           IF SM-STATUS = "00" THEN
              PERFORM NEXT-SHD-MENSEKI-RTN
           END-IF.
           PERFORM UNTIL WS-P-KEY = HIGH-VALUES
                     AND WS-S-KEY = HIGH-VALUES
              IF WS-P-KEY < WS-S-KEY THEN
                 PERFORM KEY-REMOVED-RTN
                 PERFORM NEXT-MENSEKI-RTN
              ELSE IF WS-P-KEY > WS-S-KEY THEN
                 PERFORM KEY-ADDED-RTN
                 PERFORM NEXT-SHD-MENSEKI-RTN
              ELSE
                 PERFORM KEY-MATCHED-RTN
                 PERFORM NEXT-MENSEKI-RTN
                 PERFORM NEXT-SHD-MENSEKI-RTN
              END-IF
              END-IF
           END-PERFORM.

       NEXT-MENSEKI-RTN.
           READ MENSEKI-I-FILE NEXT.
           IF M-STATUS = "00" THEN
              MOVE MENSEKI-I-KEY TO WS-P-KEY
              MOVE M-I-MENSEKI   TO WS-P-VAL
           ELSE
              IF M-STATUS <> "10" THEN
                 DISPLAY "READ ERROR:" M-STATUS
                 SET WS-READ-ERROR TO TRUE
              END-IF
              MOVE HIGH-VALUES TO WS-P-KEY
           END-IF.

       NEXT-SHD-MENSEKI-RTN.
           READ SHD-MENSEKI-FILE NEXT.
           IF SM-STATUS = "00" THEN
              MOVE SHD-MENSEKI-KEY TO WS-S-KEY
              MOVE SM-MENSEKI      TO WS-S-VAL
           ELSE
              IF SM-STATUS <> "10" THEN
                 DISPLAY "READ ERROR:" SM-STATUS
                 SET WS-READ-ERROR TO TRUE
              END-IF
              MOVE HIGH-VALUES TO WS-S-KEY
           END-IF.

       KEY-REMOVED-RTN.
           IF WS-P-KEY(8:4) <> WS-TARGET-YEAR THEN
              MOVE SPACES TO WS-YEAR-LINE
              MOVE WS-P-KEY(1:7) TO YL-CODE
              MOVE WS-P-KEY(8:4) TO YL-YEAR
              MOVE WS-P-VAL      TO YL-PROD
              MOVE "REMOVED"     TO YL-STATUS
              PERFORM WRITE-YEAR-LINE-RTN
           END-IF.

       KEY-ADDED-RTN.
           IF WS-S-KEY(8:4) <> WS-TARGET-YEAR THEN
              MOVE SPACES TO WS-YEAR-LINE
              MOVE WS-S-KEY(1:7) TO YL-CODE
              MOVE WS-S-KEY(8:4) TO YL-YEAR
              MOVE WS-S-VAL      TO YL-SHD
              MOVE "ADDED"       TO YL-STATUS
              PERFORM WRITE-YEAR-LINE-RTN
           END-IF.

       KEY-MATCHED-RTN.
           IF WS-P-KEY(8:4) <> WS-TARGET-YEAR
              AND WS-P-VAL <> WS-S-VAL THEN
              MOVE SPACES TO WS-YEAR-LINE
              MOVE WS-P-KEY(1:7) TO YL-CODE
              MOVE WS-P-KEY(8:4) TO YL-YEAR
              MOVE WS-P-VAL      TO YL-PROD
              MOVE WS-S-VAL      TO YL-SHD
              COMPUTE WS-KEY-DIFF = WS-S-VAL - WS-P-VAL
              MOVE WS-KEY-DIFF   TO YL-DIFF
              MOVE "CHANGED"     TO YL-STATUS
              PERFORM WRITE-YEAR-LINE-RTN
           END-IF.

       WRITE-YEAR-LINE-RTN.
           MOVE WS-MASTER-NAME TO YL-MASTER.
           ADD 1 TO WS-YEAR-DIFF-CNT.
           MOVE WS-YEAR-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      * The shadow steps' own STEP-COUNTS lines, so the report shows
      * what each converted, rejected and joined.
       STEP-COUNTS-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "SHADOW STEP COUNTS" TO PRINT-REC.
           WRITE PRINT-REC.
           OPEN INPUT STEP-CNT-FILE.
           IF SC-STATUS = "00" THEN
              PERFORM UNTIL SC-STATUS <> "00"
                 READ STEP-CNT-FILE NEXT
                 IF SC-STATUS = "00" THEN
                    MOVE STEP-CNT-REC TO PRINT-REC
                    WRITE PRINT-REC
                 END-IF
              END-PERFORM
              CLOSE STEP-CNT-FILE
           END-IF.

       WRITE-HEADER-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PRINT-REC.
           STRING  "SHADOW RUN COMPARISON"   DELIMITED BY SIZE
                   "   YEAR "                DELIMITED BY SIZE
                   WS-TARGET-YEAR            DELIMITED BY SIZE
                   "   RUN DATE "            DELIMITED BY SIZE
                   WS-CURRENT-DATE           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "                 ----------- POPULATION ----------"
                & " -------- AREA ------- -------------- DENSITY ----"
                & "--------- --- RANK ---" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "CODE    NAME           PROD     SHADOW        DIFF"
                & "   PROD SHADOW    DIFF        PROD      SHADOW    "
                & "     DIFF PRD SHD  CHG STATUS" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-TRAILER-RTN.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-COMPARED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "CODES COMPARED        : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-SAME-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "UNCHANGED             : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-CHANGED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "CHANGED               : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-APPEAR-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "APPEARING IN SHADOW   : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-DROP-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "DROPPING OUT IN SHADOW: " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-RANK-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "RANK CHANGES          : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-YEAR-DIFF-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "OTHER-YEAR KEYS       : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.
