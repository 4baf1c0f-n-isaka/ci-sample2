      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 XOUT-CHK.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Cross-output consistency check, run by BATCH-RUN after
      *  IFACE-EXP and before anything is packaged, so a delivery set
      *  whose files were built from different YEAR-CTL years or
      *  different runs (a delivery step rerun by hand in between)
      *  is stopped instead of shipped. The five nightly
      *  deliverables are held against each other:
      *
      *    mitsudo.csv      codes from the file, fiscal year from
      *                     ZINKOMITSUDO's STEP-COUNTS line
      *    MITSUDO-RPT.txt  FISCAL YEAR header, ranked codes and the
      *                     NATIONAL TOTALS trailer page
      *    IFACE-OUT        H record year, D record codes and the T
      *                     record population/area hash totals
      *    region.csv       ALL row totals; fiscal year and
      *                     prefecture count from REGION-RPT's
      *                     STEP-COUNTS line
      *    class.csv        ALL row totals; fiscal year and
      *                     prefecture count from CLASS-RPT's
      *                     STEP-COUNTS line
      *
      *  All of them must name the same fiscal year; MITSUDO-RPT.txt
      *  and IFACE-OUT must list exactly mitsudo.csv's codes, and the
      *  two aggregate files must have summed as many prefectures as
      *  mitsudo.csv lists; and the national population and area
      *  totals of the four files that carry one must agree. Only
      *  the files whose step BATCH-RUN listed on RUN-STEPS as
      *  completed are held to this (all five when run on its own
      *  without RUN-STEPS), the same rule PKG-RUN packages by.
      *  Every disagreement is written to STEP-COUNTS as its own
      *  line naming the files and the values, so it lands in
      *  BATCH-RUN's AUDIT-LOG entry, and any disagreement at all
      *  sets RETURN-CODE -1 to stop the chain.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MITSUDO-FILE     ASSIGN TO "mitsudo.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   MF-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "MITSUDO-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT IFACE-FILE       ASSIGN TO "IFACE-OUT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   I-STATUS.
           SELECT REGION-R-FILE    ASSIGN TO "region.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   R-STATUS.
           SELECT CLASS-R-FILE     ASSIGN TO "class.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   CR-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
           SELECT RUN-STEPS-FILE   ASSIGN TO "RUN-STEPS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RS-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MITSUDO-FILE.
       01  MITSUDO-REC             PIC  X(60).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(80).
       FD  IFACE-FILE.
       01  IFACE-REC               PIC  X(40).
       FD  REGION-R-FILE.
       01  REGION-R-REC            PIC  X(60).
       FD  CLASS-R-FILE.
       01  CLASS-R-REC             PIC  X(60).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
       FD  RUN-STEPS-FILE.
       01  RUN-STEPS-REC           PIC  X(12).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  MF-STATUS               PIC  XX.
       01  P-STATUS                PIC  XX.
       01  I-STATUS                PIC  XX.
       01  R-STATUS                PIC  XX.
       01  CR-STATUS               PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  RS-STATUS               PIC  XX.
      * The five deliverables, in the order they are reported, each
      * with the chain step that produces it. Entry 1 (mitsudo.csv)
      * is the ranking the other four were all derived from, so its
      * code list is the one they are held to.
       01  WS-SRC-DEFS.
           03   FILLER  PIC X(28) VALUE "mitsudo.csv     ZINKOMITSUDO".
           03   FILLER  PIC X(28) VALUE "MITSUDO-RPT.txt MITSUDO-PRT ".
           03   FILLER  PIC X(28) VALUE "IFACE-OUT       IFACE-EXP   ".
           03   FILLER  PIC X(28) VALUE "region.csv      REGION-RPT  ".
           03   FILLER  PIC X(28) VALUE "class.csv       CLASS-RPT   ".
       01  WS-SRC-DEF-TABLE        REDEFINES WS-SRC-DEFS.
           03   WS-SRC-DEF         OCCURS 5 TIMES.
                05   WD-NAME       PIC  X(16).
                05   WD-STEP       PIC  X(12).
       01  WS-SRC-CNT              PIC  9(01) VALUE 5.
      * What was found for each deliverable. WANTED = its step ran
      * this run; READ = the file opened; the YEAR, CODES and TOTAL
      * switches say whether that figure could be established
      * (TOTAL U = the file says its totals are not available).
       01  WS-SRC-TABLE.
           03   WS-SRC-ENTRY       OCCURS 5 TIMES.
                05   WS-SRC-WANTED     PIC  X(01).
                05   WS-SRC-READ       PIC  X(01).
                05   WS-SRC-YEAR-SW    PIC  X(01).
                05   WS-SRC-YEAR       PIC  9(04).
                05   WS-SRC-CODES-SW   PIC  X(01).
                05   WS-SRC-CODES      PIC  9(03).
                05   WS-SRC-TOTAL-SW   PIC  X(01).
                05   WS-SRC-ZINKO      PIC  9(12).
                05   WS-SRC-MENSEKI    PIC  9(10).
                05   WS-SRC-MISSING    PIC  9(03).
                05   WS-SRC-EXTRA      PIC  9(03).
                05   WS-SRC-FIRST      PIC  X(07).
       01  WS-SRC-IDX              PIC  9(01).
       01  WS-REF-IDX              PIC  9(01).
      * mitsudo.csv's codes, with one seen flag per deliverable
      * (by WS-SRC-IDX position) for the two that list codes.
       01  WS-CODE-CNT             PIC  9(03) VALUE ZERO.
       01  WS-CODE-TABLE.
           03   WS-CODE-ENTRY      OCCURS 100 TIMES
                                   INDEXED BY WS-CODE-IDX.
                05   WX-CODE       PIC  X(07).
                05   WX-SEEN       PIC  X(05).
       01  WS-MARK-CODE            PIC  X(07).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-LINE-NO              PIC  9(07).
       01  WS-MISMATCH-CNT         PIC  9(03) VALUE ZERO.
       01  WS-CHECKED-CNT          PIC  9(01) VALUE ZERO.
       01  WS-MISMATCH-TEXT        PIC  X(90).
      * Fields for the STEP-COUNTS TAG=value walk (same as GATE-CHK).
       01  WS-STEP-WORD            PIC  X(13).
       01  WS-FIELD                PIC  X(20).
       01  WS-FIELD-TAG            PIC  X(10).
       01  WS-FIELD-VAL            PIC  X(09).
       01  WS-FIELD-IDX            PIC  9(02).
       01  WS-UNSTRING-PTR         PIC  9(03).
      * MITSUDO-PRT's trailer figures, de-edited back to numbers.
       01  WS-ZINKO-EDIT           PIC  Z,ZZZ,ZZZ,ZZ9.
       01  WS-MENSEKI-EDIT         PIC  Z,ZZZ,ZZ9.
       01  WS-IFACE-H.
           03   WS-H-TYPE          PIC  X(01).
           03   WS-H-DATE          PIC  9(08).
           03   WS-H-YEAR          PIC  9(04).
           03   FILLER             PIC  X(27).
       01  WS-IFACE-D.
           03   WS-D-TYPE          PIC  X(01).
           03   WS-D-CODE          PIC  X(07).
           03   WS-D-NAME          PIC  X(08).
           03   WS-D-ZINKO         PIC  9(08).
           03   WS-D-MENSEKI       PIC  9(05).
           03   WS-D-MITSUDO       PIC  9(08)V9(03).
       01  WS-IFACE-T.
           03   WS-T-TYPE          PIC  X(01).
           03   WS-T-COUNT         PIC  9(07).
           03   WS-T-ZINKO-HASH    PIC  9(12).
           03   WS-T-MENSEKI-HASH  PIC  9(10).
           03   FILLER             PIC  X(10).
      * The ALL row of region.csv ("ALL,,population,area,density")
      * and class.csv ("ALL,prefectures,population,area,density").
       01  WS-REGION-ALL.
           03   WS-RA-TAG          PIC  X(05).
           03   WS-RA-ZINKO        PIC  X(10).
           03   FILLER             PIC  X(01).
           03   WS-RA-MENSEKI      PIC  X(07).
           03   FILLER             PIC  X(37).
       01  WS-CLASS-ALL.
           03   WS-CA-TAG          PIC  X(04).
           03   WS-CA-PREFS        PIC  X(03).
           03   FILLER             PIC  X(01).
           03   WS-CA-ZINKO        PIC  X(10).
           03   FILLER             PIC  X(01).
           03   WS-CA-MENSEKI      PIC  X(07).
           03   FILLER             PIC  X(34).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM INIT-SRC-RTN.
           PERFORM READ-RUN-STEPS-RTN.
           PERFORM READ-STEP-CNT-RTN THRU READ-STEP-CNT-EXT.
           PERFORM LOAD-MITSUDO-RTN  THRU LOAD-MITSUDO-EXT.
           PERFORM READ-PRT-RTN      THRU READ-PRT-EXT.
           PERFORM READ-IFACE-RTN    THRU READ-IFACE-EXT.
           PERFORM READ-REGION-RTN   THRU READ-REGION-EXT.
           PERFORM READ-CLASS-RTN    THRU READ-CLASS-EXT.
           PERFORM CHECK-YEAR-RTN.
           PERFORM CHECK-CODES-RTN THRU CHECK-CODES-EXT.
           PERFORM CHECK-TOTALS-RTN.
           DISPLAY "XOUT-CHK FILES     : " WS-CHECKED-CNT.
           DISPLAY "XOUT-CHK CODES     : " WS-CODE-CNT.
           DISPLAY "XOUT-CHK MISMATCHES: " WS-MISMATCH-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
           IF WS-MISMATCH-CNT > ZERO THEN
              DISPLAY "XOUT-CHK: DELIVERABLES DISAGREE, SEE "
                      "STEP-COUNTS/AUDIT-LOG"
              MOVE -1 TO RETURN-CODE
           END-IF.
       MAIN-EXT.
           GOBACK.

       INIT-SRC-RTN.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-CNT
              MOVE "N"    TO WS-SRC-WANTED(WS-SRC-IDX)
              MOVE "N"    TO WS-SRC-READ(WS-SRC-IDX)
              MOVE "N"    TO WS-SRC-YEAR-SW(WS-SRC-IDX)
              MOVE ZERO   TO WS-SRC-YEAR(WS-SRC-IDX)
              MOVE "N"    TO WS-SRC-CODES-SW(WS-SRC-IDX)
              MOVE ZERO   TO WS-SRC-CODES(WS-SRC-IDX)
              MOVE "N"    TO WS-SRC-TOTAL-SW(WS-SRC-IDX)
              MOVE ZERO   TO WS-SRC-ZINKO(WS-SRC-IDX)
              MOVE ZERO   TO WS-SRC-MENSEKI(WS-SRC-IDX)
              MOVE ZERO   TO WS-SRC-MISSING(WS-SRC-IDX)
              MOVE ZERO   TO WS-SRC-EXTRA(WS-SRC-IDX)
              MOVE SPACES TO WS-SRC-FIRST(WS-SRC-IDX)
           END-PERFORM.

      * Hold a deliverable to the check only when its step completed
      * this run, as PKG-RUN decides what to package; without
      * RUN-STEPS every one is held. mitsudo.csv is always held, as
      * the ranking every other file was derived from.
       READ-RUN-STEPS-RTN.
           OPEN INPUT RUN-STEPS-FILE.
           IF RS-STATUS <> "00" THEN
              PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                      UNTIL WS-SRC-IDX > WS-SRC-CNT
                 MOVE "Y" TO WS-SRC-WANTED(WS-SRC-IDX)
              END-PERFORM
           ELSE
              MOVE "00" TO RS-STATUS
              PERFORM UNTIL RS-STATUS <> "00"
                 READ RUN-STEPS-FILE NEXT
                 IF RS-STATUS = "00" THEN
                    PERFORM MARK-STEP-RTN
                 END-IF
              END-PERFORM
              CLOSE RUN-STEPS-FILE
           END-IF.
           MOVE "Y" TO WS-SRC-WANTED(1).

       MARK-STEP-RTN.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-CNT
              IF WD-STEP(WS-SRC-IDX) = RUN-STEPS-REC THEN
                 MOVE "Y" TO WS-SRC-WANTED(WS-SRC-IDX)
              END-IF
           END-PERFORM.

      * The fiscal year (and, for the aggregates, the prefecture
      * count) the producing steps recorded for the three files that
      * do not carry it themselves: the last ZINKOMITSUDO,
      * REGION-RPT and CLASS-RPT lines in STEP-COUNTS (a rerun
      * appends, so the last line is the one that wrote the file).
       READ-STEP-CNT-RTN.
           OPEN INPUT STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              GO TO READ-STEP-CNT-EXT
           END-IF.
           MOVE "00" TO SC-STATUS.
           PERFORM UNTIL SC-STATUS <> "00"
              READ STEP-CNT-FILE NEXT
              IF SC-STATUS = "00" THEN
                 MOVE SPACES TO WS-STEP-WORD
                 UNSTRING STEP-CNT-REC DELIMITED BY " "
                    INTO WS-STEP-WORD
                 END-UNSTRING
                 MOVE ZERO TO WS-SRC-IDX
                 IF WS-STEP-WORD = WD-STEP(1) THEN
                    MOVE 1 TO WS-SRC-IDX
                 END-IF
                 IF WS-STEP-WORD = WD-STEP(4) THEN
                    MOVE 4 TO WS-SRC-IDX
                 END-IF
                 IF WS-STEP-WORD = WD-STEP(5) THEN
                    MOVE 5 TO WS-SRC-IDX
                 END-IF
                 IF WS-SRC-IDX > ZERO THEN
                    MOVE "N" TO WS-SRC-YEAR-SW(WS-SRC-IDX)
                    MOVE "N" TO WS-SRC-CODES-SW(WS-SRC-IDX)
                    PERFORM PARSE-LINE-RTN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE STEP-CNT-FILE.
       READ-STEP-CNT-EXT.
           EXIT.

       PARSE-LINE-RTN.
           MOVE 1 TO WS-UNSTRING-PTR.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX > 10
                      OR WS-UNSTRING-PTR > 100
              MOVE SPACES TO WS-FIELD
              UNSTRING STEP-CNT-REC DELIMITED BY " "
                 INTO WS-FIELD
                 WITH POINTER WS-UNSTRING-PTR
              END-UNSTRING
              PERFORM PARSE-FIELD-RTN
           END-PERFORM.

       PARSE-FIELD-RTN.
           MOVE SPACES TO WS-FIELD-TAG.
           MOVE SPACES TO WS-FIELD-VAL.
           UNSTRING WS-FIELD DELIMITED BY "="
              INTO WS-FIELD-TAG WS-FIELD-VAL
           END-UNSTRING.
           IF WS-FIELD-TAG = "YEAR" AND WS-FIELD-VAL(1:4) NUMERIC THEN
              MOVE WS-FIELD-VAL(1:4) TO WS-SRC-YEAR(WS-SRC-IDX)
              MOVE "Y" TO WS-SRC-YEAR-SW(WS-SRC-IDX)
           END-IF.
           IF WS-FIELD-TAG = "PREFS" AND WS-FIELD-VAL(1:3) NUMERIC
              AND WS-SRC-IDX > 1 THEN
              MOVE WS-FIELD-VAL(1:3) TO WS-SRC-CODES(WS-SRC-IDX)
              MOVE "Y" TO WS-SRC-CODES-SW(WS-SRC-IDX)
           END-IF.

      * mitsudo.csv's codes (position 1-7 of every line after the
      * CSV header) make the reference code list.
       LOAD-MITSUDO-RTN.
           MOVE 1 TO WS-SRC-IDX.
           OPEN INPUT MITSUDO-FILE.
           IF MF-STATUS <> "00" THEN
              PERFORM NOT-FOUND-RTN
              GO TO LOAD-MITSUDO-EXT
           END-IF.
           MOVE "Y" TO WS-SRC-READ(1).
           ADD 1 TO WS-CHECKED-CNT.
           MOVE ZERO TO WS-LINE-NO.
           MOVE "00" TO MF-STATUS.
           PERFORM UNTIL MF-STATUS <> "00"
              READ MITSUDO-FILE NEXT
              IF MF-STATUS = "00" THEN
                 ADD 1 TO WS-LINE-NO
                 IF WS-LINE-NO > 1 AND MITSUDO-REC(1:7) NOT = SPACES
                    PERFORM ADD-CODE-RTN
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MITSUDO-FILE.
           MOVE WS-CODE-CNT TO WS-SRC-CODES(1).
           MOVE "Y" TO WS-SRC-CODES-SW(1).
       LOAD-MITSUDO-EXT.
           EXIT.

       ADD-CODE-RTN.
           IF WS-CODE-CNT >= 100 THEN
              MOVE "mitsudo.csv HOLDS MORE THAN 100 CODES"
                   TO WS-MISMATCH-TEXT
              PERFORM LOG-MISMATCH-RTN
              MOVE "10" TO MF-STATUS
           ELSE
              ADD 1 TO WS-CODE-CNT
              SET WS-CODE-IDX TO WS-CODE-CNT
              MOVE MITSUDO-REC(1:7) TO WX-CODE(WS-CODE-IDX)
              MOVE SPACES TO WX-SEEN(WS-CODE-IDX)
           END-IF.

      * MITSUDO-RPT.txt: the fiscal year from the first page header,
      * a code from every rank line (rank right-justified in columns
      * 1-5, code in columns 8-14), and the NATIONAL TOTALS figures
      * from the trailer page.
       READ-PRT-RTN.
           MOVE 2 TO WS-SRC-IDX.
           IF WS-SRC-WANTED(2) NOT = "Y" THEN
              GO TO READ-PRT-EXT
           END-IF.
           OPEN INPUT PRINT-FILE.
           IF P-STATUS <> "00" THEN
              PERFORM NOT-FOUND-RTN
              GO TO READ-PRT-EXT
           END-IF.
           MOVE "Y" TO WS-SRC-READ(2).
           ADD 1 TO WS-CHECKED-CNT.
           MOVE "00" TO P-STATUS.
           PERFORM UNTIL P-STATUS <> "00"
              READ PRINT-FILE NEXT
              IF P-STATUS = "00" THEN
                 PERFORM PRT-LINE-RTN
              END-IF
           END-PERFORM.
           CLOSE PRINT-FILE.
           MOVE "Y" TO WS-SRC-CODES-SW(2).
       READ-PRT-EXT.
           EXIT.

       PRT-LINE-RTN.
           IF PRINT-REC(1:12) = "FISCAL YEAR "
              AND WS-SRC-YEAR-SW(2) NOT = "Y" THEN
              IF PRINT-REC(13:4) NUMERIC THEN
                 MOVE PRINT-REC(13:4) TO WS-SRC-YEAR(2)
                 MOVE "Y" TO WS-SRC-YEAR-SW(2)
              END-IF
           ELSE IF PRINT-REC(5:1) NUMERIC
              AND PRINT-REC(6:2) = SPACES THEN
              ADD 1 TO WS-SRC-CODES(2)
              MOVE PRINT-REC(8:7) TO WS-MARK-CODE
              PERFORM MARK-CODE-RTN
           ELSE IF PRINT-REC(1:15) = "  POPULATION : " THEN
              MOVE PRINT-REC(16:13) TO WS-ZINKO-EDIT
              MOVE WS-ZINKO-EDIT TO WS-SRC-ZINKO(2)
              MOVE "Y" TO WS-SRC-TOTAL-SW(2)
           ELSE IF PRINT-REC(1:15) = "  AREA       : " THEN
              MOVE PRINT-REC(16:9) TO WS-MENSEKI-EDIT
              MOVE WS-MENSEKI-EDIT TO WS-SRC-MENSEKI(2)
           ELSE IF PRINT-REC(1:22) = "  TOTALS NOT AVAILABLE" THEN
              MOVE "U" TO WS-SRC-TOTAL-SW(2)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * IFACE-OUT: the H record's fiscal year, a code from every D
      * record, and the T record's hash totals.
       READ-IFACE-RTN.
           MOVE 3 TO WS-SRC-IDX.
           IF WS-SRC-WANTED(3) NOT = "Y" THEN
              GO TO READ-IFACE-EXT
           END-IF.
           OPEN INPUT IFACE-FILE.
           IF I-STATUS <> "00" THEN
              PERFORM NOT-FOUND-RTN
              GO TO READ-IFACE-EXT
           END-IF.
           MOVE "Y" TO WS-SRC-READ(3).
           ADD 1 TO WS-CHECKED-CNT.
           MOVE "00" TO I-STATUS.
           PERFORM UNTIL I-STATUS <> "00"
              READ IFACE-FILE NEXT
              IF I-STATUS = "00" THEN
                 PERFORM IFACE-LINE-RTN
              END-IF
           END-PERFORM.
           CLOSE IFACE-FILE.
           MOVE "Y" TO WS-SRC-CODES-SW(3).
       READ-IFACE-EXT.
           EXIT.

       IFACE-LINE-RTN.
           EVALUATE IFACE-REC(1:1)
              WHEN "H"
                 MOVE IFACE-REC TO WS-IFACE-H
                 IF WS-H-YEAR NUMERIC THEN
                    MOVE WS-H-YEAR TO WS-SRC-YEAR(3)
                    MOVE "Y" TO WS-SRC-YEAR-SW(3)
                 END-IF
              WHEN "D"
                 MOVE IFACE-REC TO WS-IFACE-D
                 ADD 1 TO WS-SRC-CODES(3)
                 MOVE WS-D-CODE TO WS-MARK-CODE
                 PERFORM MARK-CODE-RTN
              WHEN "T"
                 MOVE IFACE-REC TO WS-IFACE-T
                 IF WS-T-ZINKO-HASH NUMERIC
                    AND WS-T-MENSEKI-HASH NUMERIC THEN
                    MOVE WS-T-ZINKO-HASH   TO WS-SRC-ZINKO(3)
                    MOVE WS-T-MENSEKI-HASH TO WS-SRC-MENSEKI(3)
                    MOVE "Y" TO WS-SRC-TOTAL-SW(3)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * region.csv: the national figures from its ALL row.
       READ-REGION-RTN.
           MOVE 4 TO WS-SRC-IDX.
           IF WS-SRC-WANTED(4) NOT = "Y" THEN
              GO TO READ-REGION-EXT
           END-IF.
           OPEN INPUT REGION-R-FILE.
           IF R-STATUS <> "00" THEN
              PERFORM NOT-FOUND-RTN
              GO TO READ-REGION-EXT
           END-IF.
           MOVE "Y" TO WS-SRC-READ(4).
           ADD 1 TO WS-CHECKED-CNT.
           MOVE "00" TO R-STATUS.
           PERFORM UNTIL R-STATUS <> "00"
              READ REGION-R-FILE NEXT
              IF R-STATUS = "00" AND REGION-R-REC(1:5) = "ALL,," THEN
                 MOVE REGION-R-REC TO WS-REGION-ALL
                 IF WS-RA-ZINKO NUMERIC AND WS-RA-MENSEKI NUMERIC THEN
                    MOVE WS-RA-ZINKO   TO WS-SRC-ZINKO(4)
                    MOVE WS-RA-MENSEKI TO WS-SRC-MENSEKI(4)
                    MOVE "Y" TO WS-SRC-TOTAL-SW(4)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REGION-R-FILE.
       READ-REGION-EXT.
           EXIT.

      * class.csv: the national figures from its ALL row.
       READ-CLASS-RTN.
           MOVE 5 TO WS-SRC-IDX.
           IF WS-SRC-WANTED(5) NOT = "Y" THEN
              GO TO READ-CLASS-EXT
           END-IF.
           OPEN INPUT CLASS-R-FILE.
           IF CR-STATUS <> "00" THEN
              PERFORM NOT-FOUND-RTN
              GO TO READ-CLASS-EXT
           END-IF.
           MOVE "Y" TO WS-SRC-READ(5).
           ADD 1 TO WS-CHECKED-CNT.
           MOVE "00" TO CR-STATUS.
           PERFORM UNTIL CR-STATUS <> "00"
              READ CLASS-R-FILE NEXT
              IF CR-STATUS = "00" AND CLASS-R-REC(1:4) = "ALL," THEN
                 MOVE CLASS-R-REC TO WS-CLASS-ALL
                 IF WS-CA-ZINKO NUMERIC AND WS-CA-MENSEKI NUMERIC THEN
                    MOVE WS-CA-ZINKO   TO WS-SRC-ZINKO(5)
                    MOVE WS-CA-MENSEKI TO WS-SRC-MENSEKI(5)
                    MOVE "Y" TO WS-SRC-TOTAL-SW(5)
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CLASS-R-FILE.
       READ-CLASS-EXT.
           EXIT.

      * Tick WS-MARK-CODE off mitsudo.csv's list for the current
      * deliverable; a code mitsudo.csv does not list is an extra.
       MARK-CODE-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
              IF WX-CODE(WS-CODE-IDX) = WS-MARK-CODE THEN
                 MOVE "Y" TO WX-SEEN(WS-CODE-IDX)(WS-SRC-IDX:1)
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-FOUND THEN
              ADD 1 TO WS-SRC-EXTRA(WS-SRC-IDX)
              IF WS-SRC-FIRST(WS-SRC-IDX) = SPACES THEN
                 MOVE WS-MARK-CODE TO WS-SRC-FIRST(WS-SRC-IDX)
              END-IF
           END-IF.

      * An expected deliverable that is not there at all.
       NOT-FOUND-RTN.
           MOVE SPACES TO WS-MISMATCH-TEXT.
           STRING  WD-NAME(WS-SRC-IDX)  DELIMITED BY SPACE
                   " NOT FOUND, EXPECTED FROM "
                                        DELIMITED BY SIZE
                   WD-STEP(WS-SRC-IDX)  DELIMITED BY SPACE
                   INTO WS-MISMATCH-TEXT
           END-STRING.
           PERFORM LOG-MISMATCH-RTN.

      * Every deliverable read must name the same fiscal year as the
      * first one that names any.
       CHECK-YEAR-RTN.
           MOVE ZERO TO WS-REF-IDX.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-CNT
              IF WS-SRC-READ(WS-SRC-IDX) = "Y" THEN
                 PERFORM CHECK-YEAR-ONE-RTN
              END-IF
           END-PERFORM.

       CHECK-YEAR-ONE-RTN.
           IF WS-SRC-YEAR-SW(WS-SRC-IDX) NOT = "Y" THEN
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING  WD-NAME(WS-SRC-IDX)  DELIMITED BY SPACE
                      " FISCAL YEAR NOT RECORDED"
                                           DELIMITED BY SIZE
                      INTO WS-MISMATCH-TEXT
              END-STRING
              PERFORM LOG-MISMATCH-RTN
           ELSE IF WS-REF-IDX = ZERO THEN
              MOVE WS-SRC-IDX TO WS-REF-IDX
           ELSE IF WS-SRC-YEAR(WS-SRC-IDX)
                   NOT = WS-SRC-YEAR(WS-REF-IDX) THEN
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING  "YEAR "                   DELIMITED BY SIZE
                      WD-NAME(WS-SRC-IDX)       DELIMITED BY SPACE
                      "="                       DELIMITED BY SIZE
                      WS-SRC-YEAR(WS-SRC-IDX)   DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WD-NAME(WS-REF-IDX)       DELIMITED BY SPACE
                      "="                       DELIMITED BY SIZE
                      WS-SRC-YEAR(WS-REF-IDX)   DELIMITED BY SIZE
                      INTO WS-MISMATCH-TEXT
              END-STRING
              PERFORM LOG-MISMATCH-RTN
           END-IF
           END-IF
           END-IF.

      * The code lists against mitsudo.csv's: MITSUDO-RPT.txt and
      * IFACE-OUT code by code, the two aggregates by the number of
      * prefectures they summed.
       CHECK-CODES-RTN.
           IF WS-SRC-READ(1) NOT = "Y" THEN
              GO TO CHECK-CODES-EXT
           END-IF.
           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-CNT
              IF WS-SRC-READ(WS-SRC-IDX) = "Y" THEN
                 IF WS-SRC-IDX < 4 THEN
                    PERFORM CHECK-CODE-LIST-RTN
                 ELSE
                    PERFORM CHECK-CODE-CNT-RTN
                 END-IF
              END-IF
           END-PERFORM.
       CHECK-CODES-EXT.
           EXIT.

       CHECK-CODE-LIST-RTN.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
              IF WX-SEEN(WS-CODE-IDX)(WS-SRC-IDX:1) NOT = "Y" THEN
                 ADD 1 TO WS-SRC-MISSING(WS-SRC-IDX)
                 IF WS-SRC-FIRST(WS-SRC-IDX) = SPACES THEN
                    MOVE WX-CODE(WS-CODE-IDX)
                      TO WS-SRC-FIRST(WS-SRC-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-SRC-MISSING(WS-SRC-IDX) > ZERO
              OR WS-SRC-EXTRA(WS-SRC-IDX) > ZERO THEN
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING  "CODES "                  DELIMITED BY SIZE
                      WD-NAME(WS-SRC-IDX)       DELIMITED BY SPACE
                      " MISSING="               DELIMITED BY SIZE
                      WS-SRC-MISSING(WS-SRC-IDX)
                                                DELIMITED BY SIZE
                      " EXTRA="                 DELIMITED BY SIZE
                      WS-SRC-EXTRA(WS-SRC-IDX)  DELIMITED BY SIZE
                      " VS mitsudo.csv, E.G. "  DELIMITED BY SIZE
                      WS-SRC-FIRST(WS-SRC-IDX)  DELIMITED BY SIZE
                      INTO WS-MISMATCH-TEXT
              END-STRING
              PERFORM LOG-MISMATCH-RTN
           END-IF.

       CHECK-CODE-CNT-RTN.
           IF WS-SRC-CODES-SW(WS-SRC-IDX) NOT = "Y" THEN
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING  WD-NAME(WS-SRC-IDX)  DELIMITED BY SPACE
                      " PREFECTURE COUNT NOT RECORDED"
                                           DELIMITED BY SIZE
                      INTO WS-MISMATCH-TEXT
              END-STRING
              PERFORM LOG-MISMATCH-RTN
           ELSE IF WS-SRC-CODES(WS-SRC-IDX) NOT = WS-CODE-CNT THEN
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING  "CODES "                  DELIMITED BY SIZE
                      WD-NAME(WS-SRC-IDX)       DELIMITED BY SPACE
                      " PREFS="                 DELIMITED BY SIZE
                      WS-SRC-CODES(WS-SRC-IDX)  DELIMITED BY SIZE
                      " mitsudo.csv="           DELIMITED BY SIZE
                      WS-CODE-CNT               DELIMITED BY SIZE
                      INTO WS-MISMATCH-TEXT
              END-STRING
              PERFORM LOG-MISMATCH-RTN
           END-IF
           END-IF.

      * National population and area: every deliverable that
      * carries a total must agree with the first one that does.
       CHECK-TOTALS-RTN.
           MOVE ZERO TO WS-REF-IDX.
           PERFORM VARYING WS-SRC-IDX FROM 2 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-CNT
              IF WS-SRC-READ(WS-SRC-IDX) = "Y" THEN
                 PERFORM CHECK-TOTAL-ONE-RTN
              END-IF
           END-PERFORM.

       CHECK-TOTAL-ONE-RTN.
           IF WS-SRC-TOTAL-SW(WS-SRC-IDX) NOT = "Y" THEN
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING  WD-NAME(WS-SRC-IDX)  DELIMITED BY SPACE
                      " NATIONAL TOTAL NOT AVAILABLE"
                                           DELIMITED BY SIZE
                      INTO WS-MISMATCH-TEXT
              END-STRING
              PERFORM LOG-MISMATCH-RTN
           ELSE IF WS-REF-IDX = ZERO THEN
              MOVE WS-SRC-IDX TO WS-REF-IDX
           ELSE
              IF WS-SRC-ZINKO(WS-SRC-IDX)
                 NOT = WS-SRC-ZINKO(WS-REF-IDX) THEN
                 MOVE SPACES TO WS-MISMATCH-TEXT
                 STRING  "POPULATION "             DELIMITED BY SIZE
                         WD-NAME(WS-SRC-IDX)       DELIMITED BY SPACE
                         "="                       DELIMITED BY SIZE
                         WS-SRC-ZINKO(WS-SRC-IDX)  DELIMITED BY SIZE
                         " "                       DELIMITED BY SIZE
                         WD-NAME(WS-REF-IDX)       DELIMITED BY SPACE
                         "="                       DELIMITED BY SIZE
                         WS-SRC-ZINKO(WS-REF-IDX)  DELIMITED BY SIZE
                         INTO WS-MISMATCH-TEXT
                 END-STRING
                 PERFORM LOG-MISMATCH-RTN
              END-IF
              IF WS-SRC-MENSEKI(WS-SRC-IDX)
                 NOT = WS-SRC-MENSEKI(WS-REF-IDX) THEN
                 MOVE SPACES TO WS-MISMATCH-TEXT
                 STRING  "AREA "                   DELIMITED BY SIZE
                         WD-NAME(WS-SRC-IDX)       DELIMITED BY SPACE
                         "="                       DELIMITED BY SIZE
                         WS-SRC-MENSEKI(WS-SRC-IDX)
                                                   DELIMITED BY SIZE
                         " "                       DELIMITED BY SIZE
                         WD-NAME(WS-REF-IDX)       DELIMITED BY SPACE
                         "="                       DELIMITED BY SIZE
                         WS-SRC-MENSEKI(WS-REF-IDX)
                                                   DELIMITED BY SIZE
                         INTO WS-MISMATCH-TEXT
                 END-STRING
                 PERFORM LOG-MISMATCH-RTN
              END-IF
           END-IF
           END-IF.

      * One STEP-COUNTS line per disagreement (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG), so
      * BATCH-RUN's AUDIT-LOG entry names each one.
       LOG-MISMATCH-RTN.
           ADD 1 TO WS-MISMATCH-CNT.
           DISPLAY "XOUT-CHK: " WS-MISMATCH-TEXT.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "XOUT-CHK MISMATCH "  DELIMITED BY SIZE
                      WS-MISMATCH-TEXT     DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
      * driver can fold them into its own audit trail.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "XOUT-CHK FILES="     DELIMITED BY SIZE
                      WS-CHECKED-CNT       DELIMITED BY SIZE
                      " CODES="             DELIMITED BY SIZE
                      WS-CODE-CNT          DELIMITED BY SIZE
                      " MISMATCHES="        DELIMITED BY SIZE
                      WS-MISMATCH-CNT      DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
