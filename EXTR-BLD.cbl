      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 EXTR-BLD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Ad hoc extract builder, for the one-off CSV requests that
      *  were being stitched together by hand from zinko-exp.csv,
      *  age.csv and mitsudo.csv. A request deck EXTR-REQ, one
      *  fixed-format card per line, says what is wanted:
      *
      *    H  col  2-13  requester   who asked (required, one card)
      *            14-53 purpose     free text, carried to the log
      *    Y  col  2-5   from year   (9(04))
      *            6-9   to year     (9(04), blank = from year)
      *    S  col  2     kind        C = code, R = REGION-MSTR region,
      *                              K = PREF-MSTR class (PM-CLASS)
      *            3-9   value       code 7, region 2 or class 2
      *    C  col  2-13  column      one card per column, in order
      *
      *  Blank cards and cards starting "*" are passed over.
      *  Without a Y card the YEAR-CTL target year is extracted;
      *  without an S card every code is. S cards add up: a code is
      *  extracted when it matches any of them. The columns are
      *  named from the catalogue below (WS-COL-DEFS) and drawn from
      *  ZINKO-IDX, MENSEKI-IDX, KAJU-IDX, AGE-IDX, PLAN-IDX,
      *  PREF-MSTR and REGION-MSTR, including the derived densities
      *  (ZINKOMITSUDO's figures) and dependency ratios (AGE-RPT's).
      *  One row is written per code and year on ZINKO-IDX, in key
      *  order, to extract.csv with a header row naming the columns;
      *  "code" and "year" always lead. A figure the master does not
      *  hold for that code/year, or a master not on file, is N/A.
      *
      *  Every request is logged to EXTR-LOG with its requester,
      *  purpose, selection and the row count produced; a deck that
      *  cannot be run (no requester, no columns, an unknown column
      *  or selection, bad years) is logged as refused with the
      *  reason and ends with RETURN-CODE -1, writing no extract.
      *  Counts go to STEP-COUNTS as usual.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT EXTR-REQ-FILE    ASSIGN TO "EXTR-REQ"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RQ-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-I-FILE   ASSIGN TO "MENSEKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   M-STATUS.
           SELECT KAJU-I-FILE      ASSIGN TO "KAJU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   KAJU-I-KEY
                                   FILE   STATUS  IS   KJ-STATUS.
           SELECT AGE-I-FILE       ASSIGN TO "AGE-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   AGE-I-KEY
                                   FILE   STATUS  IS   A-STATUS.
           SELECT PLAN-I-FILE      ASSIGN TO "PLAN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PLAN-I-KEY
                                   FILE   STATUS  IS   PL-STATUS.
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
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT EXTR-OUT-FILE    ASSIGN TO "extract.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   X-STATUS.
           SELECT EXTR-LOG-FILE    ASSIGN TO "EXTR-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  EXTR-REQ-FILE.
       01  EXTR-REQ-REC.
           03   RQ-TYPE            PIC  X(01).
           03   RQ-DATA            PIC  X(79).
       01  EXTR-REQ-H-REC.
           03   FILLER             PIC  X(01).
           03   RQ-REQUESTER       PIC  X(12).
           03   RQ-PURPOSE         PIC  X(40).
           03   FILLER             PIC  X(27).
       01  EXTR-REQ-Y-REC.
           03   FILLER             PIC  X(01).
           03   RQ-FROM-YEAR       PIC  9(04).
           03   RQ-TO-YEAR         PIC  9(04).
           03   RQ-TO-YEAR-X       REDEFINES RQ-TO-YEAR
                                   PIC  X(04).
           03   FILLER             PIC  X(71).
       01  EXTR-REQ-S-REC.
           03   FILLER             PIC  X(01).
           03   RQ-SEL-KIND        PIC  X(01).
           03   RQ-SEL-VALUE       PIC  X(07).
           03   FILLER             PIC  X(71).
       01  EXTR-REQ-C-REC.
           03   FILLER             PIC  X(01).
           03   RQ-COLUMN          PIC  X(12).
           03   FILLER             PIC  X(67).
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
               05   Z-I-CODE       PIC  X(07).
               05   Z-I-YEAR       PIC  9(04).
           03   Z-I-NAME           PIC  N(04).
           03   Z-I-NAME-X         REDEFINES Z-I-NAME
                                   PIC  X(08).
           03   Z-I-ZINKO          PIC  9(08).
       FD  MENSEKI-I-FILE.
       01  MENSEKI-I-REC.
           03   MENSEKI-I-KEY.
               05   M-I-CODE       PIC  X(07).
               05   M-I-YEAR       PIC  9(04).
           03   M-I-NAME           PIC  N(04).
           03   M-I-MENSEKI        PIC  9(05).
       FD  KAJU-I-FILE.
       01  KAJU-I-REC.
           03   KAJU-I-KEY.
               05   K-I-CODE       PIC  X(07).
               05   K-I-YEAR       PIC  9(04).
           03   K-I-KAJU           PIC  9(05).
       FD  AGE-I-FILE.
       01  AGE-I-REC.
           03   AGE-I-KEY.
               05   A-I-CODE       PIC  X(07).
               05   A-I-YEAR       PIC  9(04).
           03   A-I-NAME           PIC  N(04).
           03   A-I-Y0014          PIC  9(08).
           03   A-I-Y1564          PIC  9(08).
           03   A-I-Y65UP          PIC  9(08).
       FD  PLAN-I-FILE.
       01  PLAN-I-REC.
           03   PLAN-I-KEY.
               05   PL-CODE        PIC  X(07).
               05   PL-YEAR        PIC  9(04).
           03   PL-NAME            PIC  X(08).
           03   PL-PLAN-ZINKO      PIC  9(08).
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
           03   RM-REGION-NAME-X   REDEFINES RM-REGION-NAME
                                   PIC  X(08).
       FD  YEAR-CTL-FILE.
       01  YEAR-CTL-REC.
           03   YEAR-CTL-YEAR      PIC  9(04).
       01  YEAR-CTL-WAREKI-REC.
           03   YC-ERA-INITIAL     PIC  X(01).
           03   YC-WAREKI-YY       PIC  9(02).
           03   FILLER             PIC  X(01).
       FD  EXTR-OUT-FILE.
       01  EXTR-OUT-REC            PIC  X(400).
       FD  EXTR-LOG-FILE.
       01  EXTR-LOG-REC            PIC  X(160).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RQ-STATUS               PIC  XX.
       01  F-STATUS                PIC  XX.
       01  M-STATUS                PIC  XX.
       01  KJ-STATUS               PIC  XX.
       01  A-STATUS                PIC  XX.
       01  PL-STATUS               PIC  XX.
       01  PM-STATUS               PIC  XX.
       01  RM-STATUS               PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  X-STATUS                PIC  XX.
       01  L-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).
           03   WK-ERA-INITIAL     PIC  X(01).
           03   WK-ERA-NAME        PIC  X(08).
           03   WK-WAREKI-YY       PIC  9(02).
           03   WK-RESULT          PIC  X(01).
      * The request as read from the deck.
       01  WS-REQUESTER            PIC  X(12) VALUE SPACES.
       01  WS-PURPOSE              PIC  X(40) VALUE SPACES.
       01  WS-FROM-YEAR            PIC  9(04) VALUE ZERO.
       01  WS-TO-YEAR              PIC  9(04) VALUE ZERO.
       01  WS-SEL-CNT              PIC  9(03) VALUE ZERO.
       01  WS-SEL-TABLE.
           03   WS-SEL-ENTRY       OCCURS 100 TIMES
                                   INDEXED BY WS-SEL-IDX.
                05   WS-SEL-KIND   PIC  X(01).
                05   WS-SEL-VALUE  PIC  X(07).
       01  WS-REQ-COL-CNT          PIC  9(02) VALUE ZERO.
       01  WS-REQ-COL-TABLE.
           03   WS-REQ-COL         PIC  9(02) OCCURS 30 TIMES
                                   INDEXED BY WS-REQ-COL-IDX.
       01  WS-REJECT-REASON        PIC  X(40) VALUE SPACES.
       01  WS-REJECT-SW            PIC  X    VALUE "N".
           88  WS-REJECTED                   VALUE "Y".
      * Column catalogue: card name, CSV header text, and the master
      * it comes from (Z ZINKO-IDX, M MENSEKI-IDX, K KAJU-IDX,
      * A AGE-IDX, P PLAN-IDX, F PREF-MSTR, R REGION-MSTR; a derived
      * figure names the master it needs beyond ZINKO-IDX).
       01  WS-COL-DEFS.
           03   FILLER  PIC X(29) VALUE "NAME        name            Z".
           03   FILLER  PIC X(29) VALUE "POPULATION  population      Z".
           03   FILLER  PIC X(29) VALUE "AREA        area            M".
           03   FILLER  PIC X(29) VALUE "HABITABLE   habitable area  K".
           03   FILLER  PIC X(29) VALUE "DENSITY     density         M".
           03   FILLER  PIC X(29) VALUE "HAB-DENSITY hab density     K".
           03   FILLER  PIC X(29) VALUE "AGE-0-14    age 0-14        A".
           03   FILLER  PIC X(29) VALUE "AGE-15-64   age 15-64       A".
           03   FILLER  PIC X(29) VALUE "AGE-65-UP   age 65+         A".
           03   FILLER  PIC X(29) VALUE "YOUTH-RATIO youth ratio     A".
           03   FILLER  PIC X(29) VALUE "OLDAGE-RATIOold-age ratio   A".
           03   FILLER  PIC X(29) VALUE "PLAN-POP    plan population P".
           03   FILLER  PIC X(29) VALUE "CAPITAL     capital         F".
           03   FILLER  PIC X(29) VALUE "CLASS       classification  F".
           03   FILLER  PIC X(29) VALUE "REGION      region          R".
           03   FILLER  PIC X(29) VALUE "REGION-NAME region name     R".
       01  WS-COL-TABLE            REDEFINES WS-COL-DEFS.
           03   WS-COL-ENTRY       OCCURS 16 TIMES
                                   INDEXED BY WS-COL-IDX.
                05   WC-NAME       PIC  X(12).
                05   WC-HEADER     PIC  X(16).
                05   WC-SOURCE     PIC  X(01).
       01  WS-COL-CNT              PIC  9(02) VALUE 16.
       01  WS-COL-NO               PIC  9(02).
      * Which masters this request needs, and which of those are on
      * file; a needed master that is missing reports N/A throughout.
       01  WS-NEED-SWS.
           03   WS-NEED-M          PIC  X    VALUE "N".
           03   WS-NEED-K          PIC  X    VALUE "N".
           03   WS-NEED-A          PIC  X    VALUE "N".
           03   WS-NEED-P          PIC  X    VALUE "N".
           03   WS-NEED-F          PIC  X    VALUE "N".
           03   WS-NEED-R          PIC  X    VALUE "N".
       01  WS-OPEN-SWS.
           03   WS-OPEN-M          PIC  X    VALUE "N".
           03   WS-OPEN-K          PIC  X    VALUE "N".
           03   WS-OPEN-A          PIC  X    VALUE "N".
           03   WS-OPEN-P          PIC  X    VALUE "N".
           03   WS-OPEN-F          PIC  X    VALUE "N".
           03   WS-OPEN-R          PIC  X    VALUE "N".
      * What was found for the current code/year.
       01  WS-HIT-SWS.
           03   WS-HIT-M           PIC  X.
           03   WS-HIT-K           PIC  X.
           03   WS-HIT-A           PIC  X.
           03   WS-HIT-P           PIC  X.
           03   WS-HIT-F           PIC  X.
           03   WS-HIT-R           PIC  X.
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-MITSUDO              PIC  9(08)V9(03).
       01  WS-RATIO                PIC  9(05)V9(01).
       01  WS-VALUE                PIC  X(16).
       01  WS-CSV-PTR              PIC  9(03).
       01  WS-YEAR-DISP            PIC  X(09).
       01  WS-SEL-DISP             PIC  X(09).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-ROW-CNT         PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM READ-REQ-RTN THRU READ-REQ-EXT.
           IF NOT WS-REJECTED THEN
              PERFORM CHECK-REQ-RTN THRU CHECK-REQ-EXT
           END-IF.
           IF WS-REJECTED THEN
              DISPLAY "EXTR-BLD: REQUEST REFUSED - " WS-REJECT-REASON
              PERFORM WRITE-LOG-RTN
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.

           OPEN INPUT ZINKO-I-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "EXTR-BLD: ZINKO-IDX NOT AVAILABLE (STATUS="
                      F-STATUS ")"
              MOVE "ZINKO-IDX NOT AVAILABLE" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
              PERFORM WRITE-LOG-RTN
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           PERFORM OPEN-MASTERS-RTN.
           OPEN OUTPUT EXTR-OUT-FILE.
           PERFORM WRITE-HEADER-RTN.
           PERFORM EXTRACT-RTN.
           CLOSE EXTR-OUT-FILE.
           PERFORM CLOSE-MASTERS-RTN.
           CLOSE ZINKO-I-FILE.

           PERFORM WRITE-LOG-RTN.
           DISPLAY "EXTR-BLD REQUESTER : " WS-REQUESTER.
           DISPLAY "EXTR-BLD YEARS     : " WS-FROM-YEAR "-"
                   WS-TO-YEAR.
           DISPLAY "EXTR-BLD ROWS      : " WS-ROW-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * Default the fiscal year to the current year; a YEAR-CTL
      * control file (shared with ZINKOMITSUDO) can pin it. This is
      * the year extracted when the deck carries no Y card.
       READ-YEAR-CTL-RTN.
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

      * Read the whole deck; the first card that cannot be taken
      * refuses the request, so nothing half-understood is run.
       READ-REQ-RTN.
           OPEN INPUT EXTR-REQ-FILE.
           IF RQ-STATUS <> "00" THEN
              MOVE "NO EXTR-REQ DECK" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
              GO TO READ-REQ-EXT
           END-IF.
           MOVE "00" TO RQ-STATUS.
           PERFORM UNTIL RQ-STATUS <> "00" OR WS-REJECTED
              READ EXTR-REQ-FILE
              IF RQ-STATUS = "00" THEN
                 PERFORM TAKE-CARD-RTN
              END-IF
           END-PERFORM.
           CLOSE EXTR-REQ-FILE.
       READ-REQ-EXT.
           EXIT.

       TAKE-CARD-RTN.
           EVALUATE RQ-TYPE
              WHEN "H"
                 MOVE RQ-REQUESTER TO WS-REQUESTER
                 MOVE RQ-PURPOSE   TO WS-PURPOSE
              WHEN "Y"
                 IF RQ-FROM-YEAR NOT NUMERIC
                    OR RQ-FROM-YEAR = ZERO THEN
                    MOVE "BAD FROM YEAR ON Y CARD" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 ELSE IF RQ-TO-YEAR-X = SPACES THEN
                    MOVE RQ-FROM-YEAR TO WS-FROM-YEAR WS-TO-YEAR
                 ELSE IF RQ-TO-YEAR NOT NUMERIC
                    OR RQ-TO-YEAR < RQ-FROM-YEAR THEN
                    MOVE "BAD TO YEAR ON Y CARD" TO WS-REJECT-REASON
                    SET WS-REJECTED TO TRUE
                 ELSE
                    MOVE RQ-FROM-YEAR TO WS-FROM-YEAR
                    MOVE RQ-TO-YEAR   TO WS-TO-YEAR
                 END-IF
                 END-IF
                 END-IF
              WHEN "S"
                 PERFORM TAKE-SEL-RTN
              WHEN "C"
                 PERFORM TAKE-COL-RTN
              WHEN SPACE
                 CONTINUE
              WHEN "*"
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING  "UNKNOWN CARD TYPE " DELIMITED BY SIZE
                         RQ-TYPE              DELIMITED BY SIZE
                         INTO WS-REJECT-REASON
                 END-STRING
                 SET WS-REJECTED TO TRUE
           END-EVALUATE.

       TAKE-SEL-RTN.
           IF RQ-SEL-KIND NOT = "C" AND RQ-SEL-KIND NOT = "R"
              AND RQ-SEL-KIND NOT = "K" THEN
              MOVE "S CARD KIND MUST BE C, R OR K" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           ELSE IF RQ-SEL-VALUE = SPACES THEN
              MOVE "S CARD WITH NO VALUE" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           ELSE IF WS-SEL-CNT >= 100 THEN
              MOVE "MORE THAN 100 S CARDS" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           ELSE
              ADD 1 TO WS-SEL-CNT
              SET WS-SEL-IDX TO WS-SEL-CNT
              MOVE RQ-SEL-KIND  TO WS-SEL-KIND(WS-SEL-IDX)
              MOVE RQ-SEL-VALUE TO WS-SEL-VALUE(WS-SEL-IDX)
              IF RQ-SEL-KIND = "R" THEN
                 MOVE "Y" TO WS-NEED-R
              END-IF
              IF RQ-SEL-KIND = "K" THEN
                 MOVE "Y" TO WS-NEED-F
              END-IF
           END-IF
           END-IF
           END-IF.

       TAKE-COL-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-COL-CNT
              IF WC-NAME(WS-COL-IDX) = RQ-COLUMN THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-FOUND THEN
              MOVE SPACES TO WS-REJECT-REASON
              STRING  "UNKNOWN COLUMN " DELIMITED BY SIZE
                      RQ-COLUMN         DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
              END-STRING
              SET WS-REJECTED TO TRUE
           ELSE IF WS-REQ-COL-CNT >= 30 THEN
              MOVE "MORE THAN 30 COLUMNS" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
           ELSE
              ADD 1 TO WS-REQ-COL-CNT
              SET WS-COL-NO TO WS-COL-IDX
              MOVE WS-COL-NO TO WS-REQ-COL(WS-REQ-COL-CNT)
              EVALUATE WC-SOURCE(WS-COL-IDX)
                 WHEN "M"  MOVE "Y" TO WS-NEED-M
                 WHEN "K"  MOVE "Y" TO WS-NEED-K
                 WHEN "A"  MOVE "Y" TO WS-NEED-A
                 WHEN "P"  MOVE "Y" TO WS-NEED-P
                 WHEN "F"  MOVE "Y" TO WS-NEED-F
                 WHEN "R"  MOVE "Y" TO WS-NEED-R
                 WHEN OTHER CONTINUE
              END-EVALUATE
           END-IF
           END-IF.

      * The deck as a whole: someone must own it and it must ask
      * for something. No Y card means the YEAR-CTL year.
       CHECK-REQ-RTN.
           IF WS-REQUESTER = SPACES THEN
              MOVE "NO REQUESTER (H CARD)" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
              GO TO CHECK-REQ-EXT
           END-IF.
           IF WS-REQ-COL-CNT = ZERO THEN
              MOVE "NO COLUMNS (C CARDS)" TO WS-REJECT-REASON
              SET WS-REJECTED TO TRUE
              GO TO CHECK-REQ-EXT
           END-IF.
           IF WS-FROM-YEAR = ZERO THEN
              MOVE WS-TARGET-YEAR TO WS-FROM-YEAR WS-TO-YEAR
           END-IF.
       CHECK-REQ-EXT.
           EXIT.

      * Only the masters the request needs are opened; one that is
      * needed but not on file is reported and its figures go N/A.
       OPEN-MASTERS-RTN.
           IF WS-NEED-M = "Y" THEN
              OPEN INPUT MENSEKI-I-FILE
              IF M-STATUS = "00" THEN
                 MOVE "Y" TO WS-OPEN-M
              ELSE
                 DISPLAY "EXTR-BLD: MENSEKI-IDX NOT AVAILABLE, "
                         "AREA FIGURES WILL BE N/A"
              END-IF
           END-IF.
           IF WS-NEED-K = "Y" THEN
              OPEN INPUT KAJU-I-FILE
              IF KJ-STATUS = "00" THEN
                 MOVE "Y" TO WS-OPEN-K
              ELSE
                 DISPLAY "EXTR-BLD: KAJU-IDX NOT AVAILABLE, "
                         "HABITABLE FIGURES WILL BE N/A"
              END-IF
           END-IF.
           IF WS-NEED-A = "Y" THEN
              OPEN INPUT AGE-I-FILE
              IF A-STATUS = "00" THEN
                 MOVE "Y" TO WS-OPEN-A
              ELSE
                 DISPLAY "EXTR-BLD: AGE-IDX NOT AVAILABLE, "
                         "AGE FIGURES WILL BE N/A"
              END-IF
           END-IF.
           IF WS-NEED-P = "Y" THEN
              OPEN INPUT PLAN-I-FILE
              IF PL-STATUS = "00" THEN
                 MOVE "Y" TO WS-OPEN-P
              ELSE
                 DISPLAY "EXTR-BLD: PLAN-IDX NOT AVAILABLE, "
                         "PLAN FIGURES WILL BE N/A"
              END-IF
           END-IF.
           IF WS-NEED-F = "Y" THEN
              OPEN INPUT PREF-M-FILE
              IF PM-STATUS = "00" THEN
                 MOVE "Y" TO WS-OPEN-F
              ELSE
                 DISPLAY "EXTR-BLD: PREF-MSTR NOT AVAILABLE, "
                         "CAPITAL/CLASS WILL BE N/A"
              END-IF
           END-IF.
           IF WS-NEED-R = "Y" THEN
              OPEN INPUT REGION-M-FILE
              IF RM-STATUS = "00" THEN
                 MOVE "Y" TO WS-OPEN-R
              ELSE
                 DISPLAY "EXTR-BLD: REGION-MSTR NOT AVAILABLE, "
                         "REGION FIGURES WILL BE N/A"
              END-IF
           END-IF.

       CLOSE-MASTERS-RTN.
           IF WS-OPEN-M = "Y" THEN
              CLOSE MENSEKI-I-FILE
           END-IF.
           IF WS-OPEN-K = "Y" THEN
              CLOSE KAJU-I-FILE
           END-IF.
           IF WS-OPEN-A = "Y" THEN
              CLOSE AGE-I-FILE
           END-IF.
           IF WS-OPEN-P = "Y" THEN
              CLOSE PLAN-I-FILE
           END-IF.
           IF WS-OPEN-F = "Y" THEN
              CLOSE PREF-M-FILE
           END-IF.
           IF WS-OPEN-R = "Y" THEN
              CLOSE REGION-M-FILE
           END-IF.

       WRITE-HEADER-RTN.
           MOVE SPACES TO EXTR-OUT-REC.
           MOVE '"code","year"' TO EXTR-OUT-REC.
           MOVE 14 TO WS-CSV-PTR.
           PERFORM VARYING WS-REQ-COL-IDX FROM 1 BY 1
                   UNTIL WS-REQ-COL-IDX > WS-REQ-COL-CNT
              SET WS-COL-IDX TO WS-REQ-COL(WS-REQ-COL-IDX)
              STRING  ',"'                  DELIMITED BY SIZE
                      WC-HEADER(WS-COL-IDX) DELIMITED BY "  "
                      '"'                   DELIMITED BY SIZE
                      INTO EXTR-OUT-REC
                      WITH POINTER WS-CSV-PTR
              END-STRING
           END-PERFORM.
           WRITE EXTR-OUT-REC.

      * ZINKO-IDX in key order (code, then year), keeping the years
      * asked for and the codes selected.
       EXTRACT-RTN.
           MOVE "00" TO F-STATUS.
           MOVE SPACE TO ZINKO-I-KEY.
           START ZINKO-I-FILE KEY IS > ZINKO-I-KEY.
           PERFORM UNTIL F-STATUS <> "00"
              READ ZINKO-I-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              ADD 1 TO WS-READ-CNT
              IF Z-I-YEAR NOT < WS-FROM-YEAR
                 AND Z-I-YEAR NOT > WS-TO-YEAR THEN
                 PERFORM LOOKUP-RTN
                 PERFORM SELECT-RTN
                 IF WS-FOUND THEN
                    PERFORM WRITE-ROW-RTN
                 END-IF
              END-IF
           END-PERFORM.

      * Everything the request needs for this code/year, read once.
       LOOKUP-RTN.
           MOVE ALL "N" TO WS-HIT-SWS.
           IF WS-OPEN-M = "Y" THEN
              MOVE Z-I-CODE TO M-I-CODE
              MOVE Z-I-YEAR TO M-I-YEAR
              READ MENSEKI-I-FILE KEY IS MENSEKI-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HIT-M
              END-READ
           END-IF.
           IF WS-OPEN-K = "Y" THEN
              MOVE Z-I-CODE TO K-I-CODE
              MOVE Z-I-YEAR TO K-I-YEAR
              READ KAJU-I-FILE KEY IS KAJU-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HIT-K
              END-READ
           END-IF.
           IF WS-OPEN-A = "Y" THEN
              MOVE Z-I-CODE TO A-I-CODE
              MOVE Z-I-YEAR TO A-I-YEAR
              READ AGE-I-FILE KEY IS AGE-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HIT-A
              END-READ
           END-IF.
           IF WS-OPEN-P = "Y" THEN
              MOVE Z-I-CODE TO PL-CODE
              MOVE Z-I-YEAR TO PL-YEAR
              READ PLAN-I-FILE KEY IS PLAN-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HIT-P
              END-READ
           END-IF.
           IF WS-OPEN-F = "Y" THEN
              MOVE Z-I-CODE TO PM-CODE
              READ PREF-M-FILE KEY IS PM-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HIT-F
              END-READ
           END-IF.
           IF WS-OPEN-R = "Y" THEN
              MOVE Z-I-CODE TO RM-CODE
              READ REGION-M-FILE KEY IS RM-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HIT-R
              END-READ
           END-IF.

      * No S card takes every code; otherwise any one matching card
      * takes it. A region or class the masters do not give the code
      * does not match.
       SELECT-RTN.
           IF WS-SEL-CNT = ZERO THEN
              SET WS-FOUND TO TRUE
           ELSE
              MOVE "N" TO WS-FOUND-SW
              PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                      UNTIL WS-SEL-IDX > WS-SEL-CNT OR WS-FOUND
                 EVALUATE WS-SEL-KIND(WS-SEL-IDX)
                    WHEN "C"
                       IF WS-SEL-VALUE(WS-SEL-IDX) = Z-I-CODE THEN
                          SET WS-FOUND TO TRUE
                       END-IF
                    WHEN "R"
                       IF WS-HIT-R = "Y" AND
                          WS-SEL-VALUE(WS-SEL-IDX)(1:2)
                             = RM-REGION-CODE THEN
                          SET WS-FOUND TO TRUE
                       END-IF
                    WHEN "K"
                       IF WS-HIT-F = "Y" AND
                          WS-SEL-VALUE(WS-SEL-IDX)(1:2)
                             = PM-CLASS THEN
                          SET WS-FOUND TO TRUE
                       END-IF
                 END-EVALUATE
              END-PERFORM
           END-IF.

       WRITE-ROW-RTN.
           ADD 1 TO WS-ROW-CNT.
           MOVE SPACES TO EXTR-OUT-REC.
           MOVE 1 TO WS-CSV-PTR.
           STRING  Z-I-CODE  DELIMITED BY SIZE
                   ","       DELIMITED BY SIZE
                   Z-I-YEAR  DELIMITED BY SIZE
                   INTO EXTR-OUT-REC
                   WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM VARYING WS-REQ-COL-IDX FROM 1 BY 1
                   UNTIL WS-REQ-COL-IDX > WS-REQ-COL-CNT
              PERFORM COLUMN-VALUE-RTN
              STRING  ","       DELIMITED BY SIZE
                      WS-VALUE  DELIMITED BY "  "
                      INTO EXTR-OUT-REC
                      WITH POINTER WS-CSV-PTR
              END-STRING
           END-PERFORM.
           WRITE EXTR-OUT-REC.

      * One column's value for the current code/year, formatted the
      * way the suite's own CSVs carry it: densities as mitsudo.csv
      * (8.3), ratios as age.csv (per 100 of working age, 5.1).
      * Text is given with its trailing blanks dropped.
       COLUMN-VALUE-RTN.
           MOVE "N/A" TO WS-VALUE.
           EVALUATE WS-REQ-COL(WS-REQ-COL-IDX)
              WHEN 1
                 MOVE Z-I-NAME-X TO WS-VALUE
              WHEN 2
                 MOVE Z-I-ZINKO TO WS-VALUE
              WHEN 3
                 IF WS-HIT-M = "Y" THEN
                    MOVE M-I-MENSEKI TO WS-VALUE
                 END-IF
              WHEN 4
                 IF WS-HIT-K = "Y" THEN
                    MOVE K-I-KAJU TO WS-VALUE
                 END-IF
              WHEN 5
                 IF WS-HIT-M = "Y" AND M-I-MENSEKI > ZERO THEN
                    COMPUTE WS-MITSUDO = Z-I-ZINKO / M-I-MENSEKI
                    PERFORM EDIT-MITSUDO-RTN
                 END-IF
              WHEN 6
                 IF WS-HIT-K = "Y" AND K-I-KAJU > ZERO THEN
                    COMPUTE WS-MITSUDO = Z-I-ZINKO / K-I-KAJU
                    PERFORM EDIT-MITSUDO-RTN
                 END-IF
              WHEN 7
                 IF WS-HIT-A = "Y" THEN
                    MOVE A-I-Y0014 TO WS-VALUE
                 END-IF
              WHEN 8
                 IF WS-HIT-A = "Y" THEN
                    MOVE A-I-Y1564 TO WS-VALUE
                 END-IF
              WHEN 9
                 IF WS-HIT-A = "Y" THEN
                    MOVE A-I-Y65UP TO WS-VALUE
                 END-IF
              WHEN 10
                 IF WS-HIT-A = "Y" AND A-I-Y1564 > ZERO THEN
                    COMPUTE WS-RATIO ROUNDED =
                       A-I-Y0014 * 100 / A-I-Y1564
                    PERFORM EDIT-RATIO-RTN
                 END-IF
              WHEN 11
                 IF WS-HIT-A = "Y" AND A-I-Y1564 > ZERO THEN
                    COMPUTE WS-RATIO ROUNDED =
                       A-I-Y65UP * 100 / A-I-Y1564
                    PERFORM EDIT-RATIO-RTN
                 END-IF
              WHEN 12
                 IF WS-HIT-P = "Y" THEN
                    MOVE PL-PLAN-ZINKO TO WS-VALUE
                 END-IF
              WHEN 13
                 IF WS-HIT-F = "Y" THEN
                    MOVE PM-CAPITAL TO WS-VALUE
                 END-IF
              WHEN 14
                 IF WS-HIT-F = "Y" THEN
                    MOVE PM-CLASS TO WS-VALUE
                 END-IF
              WHEN 15
                 IF WS-HIT-R = "Y" THEN
                    MOVE RM-REGION-CODE TO WS-VALUE
                 END-IF
              WHEN 16
                 IF WS-HIT-R = "Y" THEN
                    MOVE RM-REGION-NAME-X TO WS-VALUE
                 END-IF
           END-EVALUATE.
           IF WS-VALUE = SPACES THEN
              MOVE "N/A" TO WS-VALUE
           END-IF.

       EDIT-MITSUDO-RTN.
           MOVE SPACES TO WS-VALUE.
           STRING  WS-MITSUDO(1:8)  DELIMITED BY SIZE
                   "."              DELIMITED BY SIZE
                   WS-MITSUDO(9:3)  DELIMITED BY SIZE
                   INTO WS-VALUE
           END-STRING.

       EDIT-RATIO-RTN.
           MOVE SPACES TO WS-VALUE.
           STRING  WS-RATIO(1:5)  DELIMITED BY SIZE
                   "."            DELIMITED BY SIZE
                   WS-RATIO(6:1)  DELIMITED BY SIZE
                   INTO WS-VALUE
           END-STRING.

      * One dated line per request, run or refused: who asked, what
      * for, the years and selection, and the rows it produced (or
      * why it was refused). The selection is logged as the number
      * of S cards and the first of them (kind:value), or ALL when
      * the request selected every code.
       WRITE-LOG-RTN.
           OPEN EXTEND EXTR-LOG-FILE.
           IF L-STATUS <> "00" THEN
              OPEN OUTPUT EXTR-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-YEAR-DISP.
           STRING  WS-FROM-YEAR  DELIMITED BY SIZE
                   "-"           DELIMITED BY SIZE
                   WS-TO-YEAR    DELIMITED BY SIZE
                   INTO WS-YEAR-DISP
           END-STRING.
           MOVE SPACES TO WS-SEL-DISP.
           IF WS-SEL-CNT = ZERO THEN
              MOVE "ALL" TO WS-SEL-DISP
           ELSE
              STRING  WS-SEL-KIND(1)  DELIMITED BY SIZE
                      ":"             DELIMITED BY SIZE
                      WS-SEL-VALUE(1) DELIMITED BY SIZE
                      INTO WS-SEL-DISP
              END-STRING
           END-IF.
           MOVE SPACES TO EXTR-LOG-REC.
           IF WS-REJECTED THEN
              STRING  WS-CURRENT-DATE   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-CURRENT-TIME   DELIMITED BY SIZE
                      " REFUSED  REQUESTER=" DELIMITED BY SIZE
                      WS-REQUESTER      DELIMITED BY SIZE
                      " REASON="        DELIMITED BY SIZE
                      WS-REJECT-REASON  DELIMITED BY SIZE
                      " PURPOSE="       DELIMITED BY SIZE
                      WS-PURPOSE        DELIMITED BY SIZE
                      INTO EXTR-LOG-REC
              END-STRING
           ELSE
              STRING  WS-CURRENT-DATE   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-CURRENT-TIME   DELIMITED BY SIZE
                      " EXTRACT  REQUESTER=" DELIMITED BY SIZE
                      WS-REQUESTER      DELIMITED BY SIZE
                      " YEARS="         DELIMITED BY SIZE
                      WS-YEAR-DISP      DELIMITED BY SIZE
                      " SEL="           DELIMITED BY SIZE
                      WS-SEL-CNT        DELIMITED BY SIZE
                      " FIRST="         DELIMITED BY SIZE
                      WS-SEL-DISP       DELIMITED BY SIZE
                      " COLS="          DELIMITED BY SIZE
                      WS-REQ-COL-CNT    DELIMITED BY SIZE
                      " ROWS="          DELIMITED BY SIZE
                      WS-ROW-CNT        DELIMITED BY SIZE
                      " PURPOSE="       DELIMITED BY SIZE
                      WS-PURPOSE        DELIMITED BY SIZE
                      INTO EXTR-LOG-REC
              END-STRING
           END-IF.
           WRITE EXTR-LOG-REC.
           CLOSE EXTR-LOG-FILE.

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
           MOVE "EXTR-BLD - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "EXTR-BLD REQUESTER=" DELIMITED BY SIZE
                      WS-REQUESTER          DELIMITED BY SPACE
                      " READ="              DELIMITED BY SIZE
                      WS-READ-CNT           DELIMITED BY SIZE
                      " ROWS="              DELIMITED BY SIZE
                      WS-ROW-CNT            DELIMITED BY SIZE
                      INTO                  STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
