      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MUNI-CONTRIB.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Municipality contribution report: which municipalities
      *  account for each prefecture's population change between the
      *  YEAR-CTL target year and the year before. From ZINKO-DTL-IDX
      *  each municipality's prior and current population gives its
      *  absolute change and its share of the prefecture's total
      *  change (the sum over all its municipalities). Within each
      *  prefecture the municipalities are sorted by change,
      *  largest gain first, and the top N gainers and top N losers
      *  are flagged - N from CONTRIB-CTL cols 1-2, default 3.
      *
      *  Codes renumbered by MUNI-MERGE are followed through
      *  MUNI-MERGE-LOG: every old code the log shows moved to a new
      *  one (a chain of renumberings is followed to its end) is
      *  reported under the code it became, so a merger reads as
      *  continuity - one line, with the absorbed codes noted -
      *  rather than one city vanishing and another appearing. This
      *  holds whether or not MUNI-MERGE has re-keyed the history
      *  yet. A municipality with figures for only one of the two
      *  years is shown with the missing year noted.
      *
      *  Output MUNI-CONTRIB.txt; counts to STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ZINKO-DI-FILE    ASSIGN TO "ZINKO-DTL-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-DI-KEY
                                   FILE   STATUS  IS   ZD-STATUS.
           SELECT MERGE-L-FILE     ASSIGN TO "MUNI-MERGE-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT CONTRIB-CTL-FILE ASSIGN TO "CONTRIB-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT SORT-TMP-FILE    ASSIGN TO "sortcontrib.dat".
           SELECT PRINT-FILE       ASSIGN TO "MUNI-CONTRIB.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ZINKO-DI-FILE.
       01  ZINKO-DI-REC.
           03   ZINKO-DI-KEY.
               05   ZD-I-PREF-CODE PIC  X(07).
               05   ZD-I-MUNI-CODE PIC  X(05).
               05   ZD-I-YEAR      PIC  9(04).
           03   ZD-I-PREF-NAME     PIC  N(04).
           03   ZD-I-PREF-NAME-X   REDEFINES ZD-I-PREF-NAME
                                   PIC  X(08).
           03   ZD-I-MUNI-NAME     PIC  N(04).
           03   ZD-I-MUNI-NAME-X   REDEFINES ZD-I-MUNI-NAME
                                   PIC  X(08).
           03   ZD-I-ZINKO         PIC  9(08).
      * MUNI-MERGE-LOG line: date, time, file id (Z/M), action, then
      * " OLD=" and " NEW=" detail keys (pref 7, muni 5, year 4).
       FD  MERGE-L-FILE.
       01  MERGE-L-REC.
           03   ML-DATE            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   ML-TIME            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   ML-FILE-ID         PIC  X(01).
           03   FILLER             PIC  X(01).
           03   ML-ACTION          PIC  X(01).
           03   ML-OLD-TAG         PIC  X(05).
           03   ML-OLD-PREF        PIC  X(07).
           03   ML-OLD-MUNI        PIC  X(05).
           03   ML-OLD-YEAR        PIC  X(04).
           03   ML-NEW-TAG         PIC  X(05).
           03   ML-NEW-PREF        PIC  X(07).
           03   ML-NEW-MUNI        PIC  X(05).
           03   ML-NEW-YEAR        PIC  X(04).
           03   FILLER             PIC  X(57).
       FD  CONTRIB-CTL-FILE.
       01  CONTRIB-CTL-REC.
           03   CONTRIB-CTL-TOP    PIC  9(02).
       FD  YEAR-CTL-FILE.
       01  YEAR-CTL-REC.
           03   YEAR-CTL-YEAR      PIC  9(04).
       01  YEAR-CTL-WAREKI-REC.
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       SD  SORT-TMP-FILE.
       01  SORT-TMP-REC.
           03   ST-PREF-CODE       PIC  X(07).
           03   ST-CHANGE          PIC S9(10).
           03   ST-MUNI-CODE       PIC  X(05).
           03   ST-MUNI-NAME       PIC  X(08).
           03   ST-PRIOR-SW        PIC  X(01).
           03   ST-PRIOR           PIC  9(09).
           03   ST-CUR-SW          PIC  X(01).
           03   ST-CUR             PIC  9(09).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  ZD-STATUS               PIC  XX.
       01  L-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  S-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-PRIOR-YEAR           PIC  9(04).
       01  WS-TOP-N                PIC  9(02) VALUE 3.
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).
           03   WK-ERA-INITIAL     PIC  X(01).
           03   WK-ERA-NAME        PIC  X(08).
           03   WK-WAREKI-YY       PIC  9(02).
           03   WK-RESULT          PIC  X(01).
      * Old code -> new code, one entry per distinct pair on
      * MUNI-MERGE-LOG; WM-FINAL is where a chain of renumberings
      * ends up.
       01  WS-MAP-CNT              PIC  9(03) VALUE ZERO.
       01  WS-MAP-TABLE.
           03   WS-MAP-ENTRY       OCCURS 500 TIMES
                                   INDEXED BY WS-MAP-IDX.
                05   WM-OLD        PIC  X(12).
                05   WM-NEW        PIC  X(12).
                05   WM-FINAL      PIC  X(12).
       01  WS-MAP-OLD              PIC  X(12).
       01  WS-MAP-NEW              PIC  X(12).
       01  WS-HOPS                 PIC  9(03).
      * Every municipality (under its current code) with its two
      * years' populations.
       01  WS-MUNI-CNT             PIC  9(04) VALUE ZERO.
       01  WS-MUNI-TABLE.
           03   WS-MUNI-ENTRY      OCCURS 3000 TIMES
                                   INDEXED BY WS-MUNI-IDX.
                05   WU-CODE.
                     07   WU-PREF  PIC  X(07).
                     07   WU-MUNI  PIC  X(05).
                05   WU-NAME       PIC  X(08).
                05   WU-PRIOR-SW   PIC  X(01).
                05   WU-PRIOR      PIC  9(09).
                05   WU-CUR-SW     PIC  X(01).
                05   WU-CUR        PIC  9(09).
       01  WS-LOOK-CODE            PIC  X(12).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
      * Prefecture totals, built from the municipality table before
      * the sort so each line's share and loser rank are known as
      * it prints.
       01  WS-PREF-CNT             PIC  9(03) VALUE ZERO.
       01  WS-PREF-TABLE.
           03   WS-PREF-ENTRY      OCCURS 99 TIMES
                                   INDEXED BY WS-PREF-IDX.
                05   WP-CODE       PIC  X(07).
                05   WP-NAME       PIC  X(08).
                05   WP-PRIOR      PIC  9(10).
                05   WP-CUR        PIC  9(10).
                05   WP-MUNIS      PIC  9(04).
       01  WS-CUR-PREF             PIC  X(07) VALUE SPACES.
       01  WS-POS                  PIC  9(04).
       01  WS-FROM-END             PIC  9(04).
       01  WS-PREF-CHANGE          PIC S9(10).
       01  WS-SHARE                PIC S9(07)V9.
       01  WS-ABSORB-CNT           PIC  9(03).
       01  WS-ABSORB-FIRST         PIC  X(12).
       01  WS-ABSORB-DISP          PIC  ZZ9.
       01  WS-DETAIL-LINE.
           03   DL-PREF            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   DL-MUNI            PIC  X(05).
           03   FILLER             PIC  X(01).
           03   DL-NAME            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-PRIOR           PIC  ZZZZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-CUR             PIC  ZZZZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-CHANGE          PIC  -(9)9.
           03   FILLER             PIC  X(01).
           03   DL-SHARE           PIC  -(6)9.9.
           03   DL-SHARE-X         REDEFINES DL-SHARE
                                   PIC  X(09).
           03   FILLER             PIC  X(01).
           03   DL-FLAG            PIC  X(10).
           03   FILLER             PIC  X(01).
           03   DL-NOTE            PIC  X(40).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-MAPPED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-LINE-CNT        PIC  9(07) VALUE ZERO.
           03   WS-DROP-CNT        PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM READ-CTL-RTN.
           COMPUTE WS-PRIOR-YEAR = WS-TARGET-YEAR - 1.
           OPEN INPUT ZINKO-DI-FILE.
           IF ZD-STATUS <> "00" THEN
              DISPLAY "MUNI-CONTRIB: NO ZINKO-DTL-IDX, RUN DTL-CNV "
                      "FIRST (STATUS=" ZD-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           PERFORM LOAD-MAP-RTN THRU LOAD-MAP-EXT.
           PERFORM LOAD-MUNI-RTN.
           CLOSE ZINKO-DI-FILE.
           PERFORM BUILD-PREF-RTN.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           SORT SORT-TMP-FILE ON ASCENDING  ST-PREF-CODE
                              ON DESCENDING ST-CHANGE
                              ON ASCENDING  ST-MUNI-CODE
              INPUT  PROCEDURE SORTIN-RTN
              OUTPUT PROCEDURE SORTOUT-RTN.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.
           DISPLAY "MUNI-CONTRIB YEAR    : " WS-TARGET-YEAR.
           DISPLAY "MUNI-CONTRIB READ    : " WS-READ-CNT.
           DISPLAY "MUNI-CONTRIB MUNIS   : " WS-LINE-CNT.
           DISPLAY "MUNI-CONTRIB MAPPED  : " WS-MAPPED-CNT.
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

      * CONTRIB-CTL is optional; without it the top three gainers
      * and losers of each prefecture are flagged.
       READ-CTL-RTN.
           OPEN INPUT CONTRIB-CTL-FILE.
           IF C-STATUS = "00" THEN
              READ CONTRIB-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CONTRIB-CTL-TOP NUMERIC
                       AND CONTRIB-CTL-TOP > 0 THEN
                       MOVE CONTRIB-CTL-TOP TO WS-TOP-N
                    END-IF
              END-READ
              CLOSE CONTRIB-CTL-FILE
           END-IF.

      * One map entry per distinct old/new code pair on the
      * population side of MUNI-MERGE-LOG (one log line is written
      * per year moved, so most lines repeat a pair already held),
      * then every entry is followed to the last code in its chain.
      * No log simply means no renumbering to follow.
       LOAD-MAP-RTN.
           OPEN INPUT MERGE-L-FILE.
           IF L-STATUS <> "00" THEN
              GO TO LOAD-MAP-EXT
           END-IF.
           MOVE "00" TO L-STATUS.
           PERFORM UNTIL L-STATUS <> "00"
              READ MERGE-L-FILE
              IF L-STATUS = "00" AND ML-FILE-ID = "Z"
                 AND ML-OLD-TAG = " OLD=" AND ML-NEW-TAG = " NEW=" THEN
                 MOVE SPACES TO WS-MAP-OLD WS-MAP-NEW
                 STRING  ML-OLD-PREF  DELIMITED BY SIZE
                         ML-OLD-MUNI  DELIMITED BY SIZE
                         INTO WS-MAP-OLD
                 END-STRING
                 STRING  ML-NEW-PREF  DELIMITED BY SIZE
                         ML-NEW-MUNI  DELIMITED BY SIZE
                         INTO WS-MAP-NEW
                 END-STRING
                 PERFORM ADD-MAP-RTN
              END-IF
           END-PERFORM.
           CLOSE MERGE-L-FILE.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-CNT
              MOVE WM-NEW(WS-MAP-IDX) TO WS-LOOK-CODE
              PERFORM FOLLOW-MAP-RTN
              MOVE WS-LOOK-CODE TO WM-FINAL(WS-MAP-IDX)
           END-PERFORM.
       LOAD-MAP-EXT.
           EXIT.

       ADD-MAP-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-CNT
              IF WM-OLD(WS-MAP-IDX) = WS-MAP-OLD THEN
                 SET WS-FOUND TO TRUE
                 MOVE WS-MAP-NEW TO WM-NEW(WS-MAP-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-FOUND THEN
              IF WS-MAP-CNT < 500 THEN
                 ADD 1 TO WS-MAP-CNT
                 SET WS-MAP-IDX TO WS-MAP-CNT
                 MOVE WS-MAP-OLD TO WM-OLD(WS-MAP-IDX)
                 MOVE WS-MAP-NEW TO WM-NEW(WS-MAP-IDX)
                 MOVE WS-MAP-NEW TO WM-FINAL(WS-MAP-IDX)
              ELSE
                 DISPLAY "MUNI-CONTRIB: MERGE MAP FULL, "
                         WS-MAP-OLD " NOT FOLLOWED"
              END-IF
           END-IF.

      * Replace WS-LOOK-CODE by the code it was renumbered to, again
      * and again until it is a code nothing moved away from. The
      * hop limit stops a contradictory log (A to B, B to A) from
      * looping.
       FOLLOW-MAP-RTN.
           MOVE ZERO TO WS-HOPS.
           MOVE "Y" TO WS-FOUND-SW.
           PERFORM UNTIL NOT WS-FOUND OR WS-HOPS > WS-MAP-CNT
              MOVE "N" TO WS-FOUND-SW
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                      UNTIL WS-MAP-IDX > WS-MAP-CNT
                 IF WM-OLD(WS-MAP-IDX) = WS-LOOK-CODE THEN
                    SET WS-FOUND TO TRUE
                    MOVE WM-NEW(WS-MAP-IDX) TO WS-LOOK-CODE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              ADD 1 TO WS-HOPS
           END-PERFORM.

      * Both years' detail records, each under its current code.
       LOAD-MUNI-RTN.
           MOVE "00" TO ZD-STATUS.
           PERFORM UNTIL ZD-STATUS <> "00"
              READ ZINKO-DI-FILE NEXT
              IF ZD-STATUS = "00" THEN
                 IF ZD-I-YEAR = WS-TARGET-YEAR
                    OR ZD-I-YEAR = WS-PRIOR-YEAR THEN
                    ADD 1 TO WS-READ-CNT
                    PERFORM TAKE-DETAIL-RTN
                 END-IF
              END-IF
           END-PERFORM.

       TAKE-DETAIL-RTN.
           MOVE SPACES TO WS-LOOK-CODE.
           STRING  ZD-I-PREF-CODE  DELIMITED BY SIZE
                   ZD-I-MUNI-CODE  DELIMITED BY SIZE
                   INTO WS-LOOK-CODE
           END-STRING.
           IF WS-MAP-CNT > ZERO THEN
              MOVE WS-LOOK-CODE TO WS-MAP-OLD
              PERFORM FOLLOW-MAP-RTN
              IF WS-LOOK-CODE NOT = WS-MAP-OLD THEN
                 ADD 1 TO WS-MAPPED-CNT
              END-IF
           END-IF.
           PERFORM FIND-MUNI-RTN.
           IF NOT WS-FOUND THEN
              IF WS-MUNI-CNT < 3000 THEN
                 ADD 1 TO WS-MUNI-CNT
                 SET WS-MUNI-IDX TO WS-MUNI-CNT
                 MOVE WS-LOOK-CODE     TO WU-CODE(WS-MUNI-IDX)
                 MOVE ZD-I-MUNI-NAME-X TO WU-NAME(WS-MUNI-IDX)
                 MOVE "N"  TO WU-PRIOR-SW(WS-MUNI-IDX)
                              WU-CUR-SW(WS-MUNI-IDX)
                 MOVE ZERO TO WU-PRIOR(WS-MUNI-IDX)
                              WU-CUR(WS-MUNI-IDX)
                 SET WS-FOUND TO TRUE
              ELSE
                 DISPLAY "MUNI-CONTRIB: MUNICIPALITY TABLE FULL, "
                         WS-LOOK-CODE " NOT REPORTED"
                 ADD 1 TO WS-DROP-CNT
              END-IF
           END-IF.
           IF WS-FOUND THEN
              IF ZD-I-YEAR = WS-TARGET-YEAR THEN
                 MOVE "Y" TO WU-CUR-SW(WS-MUNI-IDX)
                 ADD ZD-I-ZINKO TO WU-CUR(WS-MUNI-IDX)
                 IF WS-LOOK-CODE(8:5) = ZD-I-MUNI-CODE THEN
                    MOVE ZD-I-MUNI-NAME-X TO WU-NAME(WS-MUNI-IDX)
                 END-IF
              ELSE
                 MOVE "Y" TO WU-PRIOR-SW(WS-MUNI-IDX)
                 ADD ZD-I-ZINKO TO WU-PRIOR(WS-MUNI-IDX)
              END-IF
              PERFORM NOTE-PREF-RTN
           END-IF.

       FIND-MUNI-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-MUNI-IDX FROM 1 BY 1
                   UNTIL WS-MUNI-IDX > WS-MUNI-CNT
              IF WU-CODE(WS-MUNI-IDX) = WS-LOOK-CODE THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * First sight of a prefecture code (under its current code)
      * opens its total row; the name comes from its detail records.
       NOTE-PREF-RTN.
           PERFORM FIND-PREF-RTN.
           IF NOT WS-FOUND AND WS-PREF-CNT < 99 THEN
              ADD 1 TO WS-PREF-CNT
              SET WS-PREF-IDX TO WS-PREF-CNT
              MOVE WS-LOOK-CODE(1:7) TO WP-CODE(WS-PREF-IDX)
              MOVE ZD-I-PREF-NAME-X  TO WP-NAME(WS-PREF-IDX)
              MOVE ZERO TO WP-PRIOR(WS-PREF-IDX) WP-CUR(WS-PREF-IDX)
                           WP-MUNIS(WS-PREF-IDX)
           END-IF.

       FIND-PREF-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-PREF-IDX FROM 1 BY 1
                   UNTIL WS-PREF-IDX > WS-PREF-CNT
              IF WP-CODE(WS-PREF-IDX) = WS-LOOK-CODE(1:7) THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Prefecture totals are the sums over its municipalities, so
      * the shares of one prefecture always add up to its change.
       BUILD-PREF-RTN.
           PERFORM VARYING WS-MUNI-IDX FROM 1 BY 1
                   UNTIL WS-MUNI-IDX > WS-MUNI-CNT
              MOVE WU-CODE(WS-MUNI-IDX) TO WS-LOOK-CODE
              PERFORM FIND-PREF-RTN
              IF WS-FOUND THEN
                 ADD WU-PRIOR(WS-MUNI-IDX) TO WP-PRIOR(WS-PREF-IDX)
                 ADD WU-CUR(WS-MUNI-IDX)   TO WP-CUR(WS-PREF-IDX)
                 ADD 1                     TO WP-MUNIS(WS-PREF-IDX)
              END-IF
           END-PERFORM.

       WRITE-HEADER-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "MUNICIPALITY CONTRIBUTION TO POPULATION CHANGE "
                                         DELIMITED BY SIZE
                   WS-PRIOR-YEAR         DELIMITED BY SIZE
                   " TO "                DELIMITED BY SIZE
                   WS-TARGET-YEAR        DELIMITED BY SIZE
                   "   RUN DATE "        DELIMITED BY SIZE
                   WS-CURRENT-DATE       DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "PREF    MUNI  NAME      PRIOR POP    CUR POP     CHA"
                & "NGE   SHARE % FLAG       NOTE" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       SORTIN-RTN.
           PERFORM VARYING WS-MUNI-IDX FROM 1 BY 1
                   UNTIL WS-MUNI-IDX > WS-MUNI-CNT
              MOVE WU-PREF(WS-MUNI-IDX)     TO ST-PREF-CODE
              MOVE WU-MUNI(WS-MUNI-IDX)     TO ST-MUNI-CODE
              MOVE WU-NAME(WS-MUNI-IDX)     TO ST-MUNI-NAME
              MOVE WU-PRIOR-SW(WS-MUNI-IDX) TO ST-PRIOR-SW
              MOVE WU-PRIOR(WS-MUNI-IDX)    TO ST-PRIOR
              MOVE WU-CUR-SW(WS-MUNI-IDX)   TO ST-CUR-SW
              MOVE WU-CUR(WS-MUNI-IDX)      TO ST-CUR
              COMPUTE ST-CHANGE = WU-CUR(WS-MUNI-IDX)
                                - WU-PRIOR(WS-MUNI-IDX)
              RELEASE SORT-TMP-REC
           END-PERFORM.

      * Prefecture by prefecture, gains first: a total line at each
      * control break, then its municipalities.
       SORTOUT-RTN.
           MOVE "00" TO S-STATUS.
           PERFORM UNTIL S-STATUS <> "00"
              RETURN SORT-TMP-FILE
              AT END
                 MOVE "10" TO S-STATUS
                 NEXT SENTENCE
              END-RETURN
              IF ST-PREF-CODE NOT = WS-CUR-PREF THEN
                 PERFORM PREF-BREAK-RTN
              END-IF
              PERFORM WRITE-MUNI-RTN
           END-PERFORM.
           IF WS-LINE-CNT = ZERO THEN
              MOVE "NO MUNICIPALITY DETAIL ON FILE FOR EITHER YEAR"
                   TO PRINT-REC
              WRITE PRINT-REC
           END-IF.

       PREF-BREAK-RTN.
           MOVE ST-PREF-CODE TO WS-CUR-PREF.
           MOVE ZERO TO WS-POS.
           MOVE SPACES TO WS-LOOK-CODE.
           MOVE ST-PREF-CODE TO WS-LOOK-CODE(1:7).
           PERFORM FIND-PREF-RTN.
           COMPUTE WS-PREF-CHANGE = WP-CUR(WS-PREF-IDX)
                                  - WP-PRIOR(WS-PREF-IDX).
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ST-PREF-CODE          TO DL-PREF.
           MOVE "TOTAL"               TO DL-MUNI.
           MOVE WP-NAME(WS-PREF-IDX)  TO DL-NAME.
           MOVE WP-PRIOR(WS-PREF-IDX) TO DL-PRIOR.
           MOVE WP-CUR(WS-PREF-IDX)   TO DL-CUR.
           MOVE WS-PREF-CHANGE        TO DL-CHANGE.
           IF WS-PREF-CHANGE = ZERO THEN
              MOVE "      N/A" TO DL-SHARE-X
           ELSE
              MOVE 100 TO DL-SHARE
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      * Share is the municipality's change over the prefecture's,
      * so a loss in a shrinking prefecture is a positive share. A
      * gainer is flagged among the first N lines of its prefecture
      * and a loser among the last N.
       WRITE-MUNI-RTN.
           ADD 1 TO WS-POS.
           ADD 1 TO WS-LINE-CNT.
           COMPUTE WS-FROM-END = WP-MUNIS(WS-PREF-IDX) - WS-POS + 1.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ST-PREF-CODE TO DL-PREF.
           MOVE ST-MUNI-CODE TO DL-MUNI.
           MOVE ST-MUNI-NAME TO DL-NAME.
           MOVE ST-PRIOR     TO DL-PRIOR.
           MOVE ST-CUR       TO DL-CUR.
           MOVE ST-CHANGE    TO DL-CHANGE.
           IF WS-PREF-CHANGE = ZERO THEN
              MOVE "      N/A" TO DL-SHARE-X
           ELSE
              COMPUTE WS-SHARE ROUNDED = ST-CHANGE * 100
                                       / WS-PREF-CHANGE
                 ON SIZE ERROR
                    MOVE " *******" TO DL-SHARE-X
                 NOT ON SIZE ERROR
                    MOVE WS-SHARE TO DL-SHARE
              END-COMPUTE
           END-IF.
           IF ST-CHANGE > ZERO AND WS-POS NOT > WS-TOP-N THEN
              MOVE "TOP GAINER" TO DL-FLAG
           ELSE IF ST-CHANGE < ZERO AND WS-FROM-END NOT > WS-TOP-N THEN
              MOVE "TOP LOSER" TO DL-FLAG
           END-IF
           END-IF.
           PERFORM BUILD-NOTE-RTN.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      * Codes absorbed into this one (any renumbering that ends
      * here), else a year the municipality has no figure for.
       BUILD-NOTE-RTN.
           MOVE ZERO TO WS-ABSORB-CNT.
           MOVE SPACES TO WS-ABSORB-FIRST.
           MOVE SPACES TO WS-LOOK-CODE.
           STRING  ST-PREF-CODE  DELIMITED BY SIZE
                   ST-MUNI-CODE  DELIMITED BY SIZE
                   INTO WS-LOOK-CODE
           END-STRING.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-CNT
              IF WM-FINAL(WS-MAP-IDX) = WS-LOOK-CODE THEN
                 ADD 1 TO WS-ABSORB-CNT
                 IF WS-ABSORB-CNT = 1 THEN
                    MOVE WM-OLD(WS-MAP-IDX) TO WS-ABSORB-FIRST
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ABSORB-CNT > ZERO THEN
              STRING  "INCLUDES "            DELIMITED BY SIZE
                      WS-ABSORB-FIRST(1:7)   DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      WS-ABSORB-FIRST(8:5)   DELIMITED BY SIZE
                      INTO DL-NOTE
              END-STRING
              IF WS-ABSORB-CNT > 1 THEN
                 COMPUTE WS-ABSORB-DISP = WS-ABSORB-CNT - 1
                 STRING  " +"            DELIMITED BY SIZE
                         WS-ABSORB-DISP  DELIMITED BY SIZE
                         " MORE MERGED"  DELIMITED BY SIZE
                         INTO DL-NOTE(23:18)
                 END-STRING
              END-IF
           ELSE IF ST-PRIOR-SW = "N" THEN
              MOVE "NO PRIOR-YEAR FIGURE" TO DL-NOTE
           ELSE IF ST-CUR-SW = "N" THEN
              MOVE "NO TARGET-YEAR FIGURE" TO DL-NOTE
           END-IF
           END-IF
           END-IF.

       WRITE-TRAILER-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-PREF-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "PREFECTURES           : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-LINE-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "MUNICIPALITIES        : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-MAPPED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "RECORDS UNDER OLD CODE: " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   "   (FOLLOWED THROUGH MUNI-MERGE-LOG)"
                                              DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-TOP-N TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "GAINERS/LOSERS FLAGGED: TOP" DELIMITED BY SIZE
                   WS-CNT-DISP                   DELIMITED BY SIZE
                   " PER PREFECTURE"             DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
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
           MOVE "MUNI-CONTRIB - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "MUNI-CONTRIB YEAR=" DELIMITED BY SIZE
                      WS-TARGET-YEAR       DELIMITED BY SIZE
                      " READ="             DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " MUNIS="            DELIMITED BY SIZE
                      WS-LINE-CNT          DELIMITED BY SIZE
                      " MAPPED="           DELIMITED BY SIZE
                      WS-MAPPED-CNT        DELIMITED BY SIZE
                      " DROPPED="          DELIMITED BY SIZE
                      WS-DROP-CNT          DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
