      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MONTH-RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Monthly population trend report over the monthly estimates
      *  master MONTH-IDX that MONTH-CNV loads. For the reference
      *  month, writes month.csv with one row per prefecture: the
      *  month's estimate, the month before and the change from it,
      *  and the same month a year earlier and the change from that
      *  (each change as a count and a percentage), then regional
      *  subtotal rows accumulated through REGION-MSTR (AGE-RPT's
      *  accumulate-into-a-table style) and a national ALL row.
      *
      *  The reference month is taken from MONTH-CTL (cols 1-4 year,
      *  5-6 month); with no MONTH-CTL it is the latest month on
      *  MONTH-IDX. A prefecture with no estimate for the comparison
      *  month shows that change as N/A, and the subtotal and ALL
      *  changes are taken like for like - only over the prefectures
      *  that have both months - so a late or missing estimate does
      *  not show up as a regional fall. A code missing from
      *  REGION-MSTR still prints its own row but is skipped from the
      *  subtotals and counted.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MONTH-I-FILE     ASSIGN TO "MONTH-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MONTH-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT REGION-M-FILE    ASSIGN TO "REGION-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RM-CODE
                                   FILE   STATUS  IS   RM-STATUS.
           SELECT MONTH-R-FILE     ASSIGN TO "month.csv"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   R-STATUS.
           SELECT MONTH-CTL-FILE   ASSIGN TO "MONTH-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
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
       FD  REGION-M-FILE.
       01  REGION-M-REC.
           03   RM-CODE            PIC  X(07).
           03   RM-REGION-CODE     PIC  X(02).
           03   RM-REGION-NAME     PIC  N(04).
       FD  MONTH-R-FILE.
       01  MONTH-R-REC             PIC  X(120).
       FD  MONTH-CTL-FILE.
       01  MONTH-CTL-REC.
           03   MONTH-CTL-YEAR     PIC  9(04).
           03   MONTH-CTL-MONTH    PIC  9(02).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  RM-STATUS               PIC  XX.
       01  R-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  WS-REGION-M-SW          PIC  X    VALUE "N".
           88  WS-REGION-M-OPEN              VALUE "Y".
      * The reference month and the two months it is compared with.
       01  WS-REF-YEAR             PIC  9(04) VALUE ZERO.
       01  WS-REF-MONTH            PIC  9(02) VALUE ZERO.
       01  WS-PREV-YEAR            PIC  9(04).
       01  WS-PREV-MONTH           PIC  9(02).
       01  WS-YAGO-YEAR            PIC  9(04).
       01  WS-LATEST               PIC  9(06) VALUE ZERO.
       01  WS-THIS-MONTH           PIC  9(06).
       01  WS-CODE-CNT             PIC  9(05) VALUE ZERO.
       01  WS-SKIPPED-CNT          PIC  9(07) VALUE ZERO.
      * The reference month's estimates, collected in one pass so
      * the comparison reads do not disturb the sequential walk.
       01  WS-CODE-TABLE.
           03   WS-CODE-ENTRY      OCCURS 100 TIMES
                                   INDEXED BY WS-CODE-IDX.
                05   WC-CODE       PIC  X(07).
                05   WC-NAME       PIC  X(08).
                05   WC-ZINKO      PIC  9(08).
       01  WS-REGION-CNT           PIC  9(02) VALUE ZERO.
       01  WS-REGION-TABLE.
           03   WS-REGION-ENTRY    OCCURS 20 TIMES
                                   INDEXED BY WS-REGION-IDX.
                05   WR-CODE       PIC  X(02).
                05   WR-NAME       PIC  N(04).
                05   WR-ZINKO      PIC  9(10).
                05   WR-MOM-CUR    PIC  9(10).
                05   WR-MOM-BASE   PIC  9(10).
                05   WR-YOY-CUR    PIC  9(10).
                05   WR-YOY-BASE   PIC  9(10).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-TOTAL-ZINKO          PIC  9(10) VALUE ZERO.
       01  WS-TOTAL-MOM-CUR        PIC  9(10) VALUE ZERO.
       01  WS-TOTAL-MOM-BASE       PIC  9(10) VALUE ZERO.
       01  WS-TOTAL-YOY-CUR        PIC  9(10) VALUE ZERO.
       01  WS-TOTAL-YOY-BASE       PIC  9(10) VALUE ZERO.
      * One prefecture's comparison figures (zero = not on file).
       01  WS-PREV-ZINKO           PIC  9(08).
       01  WS-YAGO-ZINKO           PIC  9(08).
      * CHANGE-RTN's inputs and its three text results.
       01  WS-CALC-CUR             PIC  9(10).
       01  WS-CALC-BASE            PIC  9(10).
       01  WS-CALC-DIFF            PIC S9(10).
       01  WS-CALC-ABS             PIC  9(10).
       01  WS-CALC-PCT             PIC  9(05)V9(02).
       01  WS-BASE-TXT             PIC  X(10).
       01  WS-CHG-TXT              PIC  X(11).
       01  WS-PCT-TXT              PIC  X(09).
       01  WS-MOM-BASE-TXT         PIC  X(10).
       01  WS-MOM-CHG-TXT          PIC  X(11).
       01  WS-MOM-PCT-TXT          PIC  X(09).
       01  WS-YOY-BASE-TXT         PIC  X(10).
       01  WS-YOY-CHG-TXT          PIC  X(11).
       01  WS-YOY-PCT-TXT          PIC  X(09).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-MONTH-CTL-RTN.
           OPEN INPUT MONTH-I-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "MONTH-RPT: MONTH-IDX NOT AVAILABLE, RUN "
                      "MONTH-CNV FIRST (STATUS=" F-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-REF-YEAR = ZERO THEN
              PERFORM LATEST-MONTH-RTN
           END-IF.
           PERFORM COMPARE-MONTHS-RTN.
           OPEN INPUT REGION-M-FILE.
           IF RM-STATUS = "00" THEN
              SET WS-REGION-M-OPEN TO TRUE
           ELSE
              DISPLAY "MONTH-RPT: REGION-MSTR NOT AVAILABLE, "
                      "REGIONAL SUBTOTALS WILL BE SKIPPED (STATUS="
                      RM-STATUS ")"
           END-IF.
           OPEN OUTPUT MONTH-R-FILE.

           MOVE SPACES TO MONTH-R-REC.
           STRING '"code","name","estimate","prior month",'
                  '"change","change %","year ago",'
                  '"change","change %"' DELIMITED BY SIZE
                  INTO MONTH-R-REC
           END-STRING.
           WRITE MONTH-R-REC.

           PERFORM COLLECT-RTN.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
              PERFORM DETAIL-RTN
           END-PERFORM.
           PERFORM WRITE-REGIONS-RTN.
           PERFORM WRITE-TOTAL-RTN.

           CLOSE MONTH-I-FILE.
           IF WS-REGION-M-OPEN THEN
              CLOSE REGION-M-FILE
           END-IF.
           CLOSE MONTH-R-FILE.
           DISPLAY "MONTH-RPT MONTH   : " WS-REF-YEAR "-"
                   WS-REF-MONTH.
           DISPLAY "MONTH-RPT CODES   : " WS-CODE-CNT.
           DISPLAY "MONTH-RPT SKIPPED : " WS-SKIPPED-CNT.
       MAIN-EXT.
           GOBACK.

      * MONTH-CTL pins the reference month (yyyymm); a card that is
      * absent, empty or not a real month leaves it to default to
      * the latest month on file.
       READ-MONTH-CTL-RTN.
           OPEN INPUT MONTH-CTL-FILE.
           IF C-STATUS = "00" THEN
              READ MONTH-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF MONTH-CTL-YEAR NUMERIC
                       AND MONTH-CTL-YEAR > 0
                       AND MONTH-CTL-MONTH NUMERIC
                       AND MONTH-CTL-MONTH >= 1
                       AND MONTH-CTL-MONTH <= 12 THEN
                       MOVE MONTH-CTL-YEAR  TO WS-REF-YEAR
                       MOVE MONTH-CTL-MONTH TO WS-REF-MONTH
                    END-IF
              END-READ
              CLOSE MONTH-CTL-FILE
           END-IF.

      * The latest year and month anywhere on MONTH-IDX.
       LATEST-MONTH-RTN.
           MOVE "00" TO F-STATUS.
           MOVE SPACE TO MONTH-I-KEY.
           START MONTH-I-FILE KEY IS > MONTH-I-KEY.
           PERFORM UNTIL F-STATUS <> "00"
              READ MONTH-I-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              END-IF
              COMPUTE WS-THIS-MONTH = MO-I-YEAR * 100 + MO-I-MONTH
              IF WS-THIS-MONTH > WS-LATEST THEN
                 MOVE WS-THIS-MONTH TO WS-LATEST
              END-IF
           END-PERFORM.
           MOVE WS-LATEST(1:4) TO WS-REF-YEAR.
           MOVE WS-LATEST(5:2) TO WS-REF-MONTH.

      * The month before (December of the year before, for January)
      * and the same month a year earlier.
       COMPARE-MONTHS-RTN.
           IF WS-REF-MONTH = 1 THEN
              COMPUTE WS-PREV-YEAR = WS-REF-YEAR - 1
              MOVE 12 TO WS-PREV-MONTH
           ELSE
              MOVE WS-REF-YEAR TO WS-PREV-YEAR
              COMPUTE WS-PREV-MONTH = WS-REF-MONTH - 1
           END-IF.
           COMPUTE WS-YAGO-YEAR = WS-REF-YEAR - 1.

       COLLECT-RTN.
           MOVE "00" TO F-STATUS.
           MOVE SPACE TO MONTH-I-KEY.
           START MONTH-I-FILE KEY IS > MONTH-I-KEY.

           PERFORM UNTIL F-STATUS <> "00"
              READ MONTH-I-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              END-IF
              IF F-STATUS = "00" AND MO-I-YEAR = WS-REF-YEAR
                 AND MO-I-MONTH = WS-REF-MONTH THEN
                 IF WS-CODE-CNT >= 100 THEN
                    DISPLAY "MONTH-RPT: MORE THAN 100 CODES"
                    MOVE -1 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD 1 TO WS-CODE-CNT
                 SET WS-CODE-IDX TO WS-CODE-CNT
                 MOVE MO-I-CODE   TO WC-CODE(WS-CODE-IDX)
                 MOVE MO-I-NAME-X TO WC-NAME(WS-CODE-IDX)
                 MOVE MO-I-ZINKO  TO WC-ZINKO(WS-CODE-IDX)
              END-IF
           END-PERFORM.

      * One prefecture: look up its two comparison months, write its
      * row and carry it into the subtotals.
       DETAIL-RTN.
           MOVE WC-CODE(WS-CODE-IDX) TO MO-I-CODE.
           MOVE WS-PREV-YEAR         TO MO-I-YEAR.
           MOVE WS-PREV-MONTH        TO MO-I-MONTH.
           PERFORM READ-COMPARE-RTN.
           MOVE WS-CALC-BASE TO WS-PREV-ZINKO.
           MOVE WC-CODE(WS-CODE-IDX) TO MO-I-CODE.
           MOVE WS-YAGO-YEAR         TO MO-I-YEAR.
           MOVE WS-REF-MONTH         TO MO-I-MONTH.
           PERFORM READ-COMPARE-RTN.
           MOVE WS-CALC-BASE TO WS-YAGO-ZINKO.

           MOVE WC-ZINKO(WS-CODE-IDX) TO WS-CALC-CUR.
           MOVE WS-PREV-ZINKO TO WS-CALC-BASE.
           PERFORM CHANGE-RTN.
           PERFORM SAVE-MOM-RTN.
           MOVE WS-YAGO-ZINKO TO WS-CALC-BASE.
           PERFORM CHANGE-RTN.
           PERFORM SAVE-YOY-RTN.

           MOVE SPACES TO MONTH-R-REC.
           STRING  WC-CODE(WS-CODE-IDX)  DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WC-NAME(WS-CODE-IDX)  DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WC-ZINKO(WS-CODE-IDX) DELIMITED BY SIZE
                   ","                   DELIMITED BY SIZE
                   WS-MOM-BASE-TXT       DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   WS-MOM-CHG-TXT        DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   WS-MOM-PCT-TXT        DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   WS-YOY-BASE-TXT       DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   WS-YOY-CHG-TXT        DELIMITED BY SPACE
                   ","                   DELIMITED BY SIZE
                   WS-YOY-PCT-TXT        DELIMITED BY SPACE
                   INTO MONTH-R-REC
           END-STRING.
           WRITE MONTH-R-REC.
           PERFORM ACCUMULATE-RTN.

      * The comparison month's estimate into WS-CALC-BASE, zero when
      * the code has none for that month.
       READ-COMPARE-RTN.
           READ MONTH-I-FILE KEY IS MONTH-I-KEY
              INVALID KEY
                 MOVE ZERO TO WS-CALC-BASE
              NOT INVALID KEY
                 MOVE MO-I-ZINKO TO WS-CALC-BASE
           END-READ.

      * Change of WS-CALC-CUR against WS-CALC-BASE as a signed count
      * and a signed percentage of the base; no base (zero) gives
      * N/A for both and an empty base column.
       CHANGE-RTN.
           IF WS-CALC-BASE = ZERO THEN
              MOVE SPACES TO WS-BASE-TXT
              MOVE "N/A"  TO WS-CHG-TXT
              MOVE "N/A"  TO WS-PCT-TXT
           ELSE
              MOVE WS-CALC-BASE TO WS-BASE-TXT
              COMPUTE WS-CALC-DIFF = WS-CALC-CUR - WS-CALC-BASE
              IF WS-CALC-DIFF < ZERO THEN
                 COMPUTE WS-CALC-ABS = ZERO - WS-CALC-DIFF
              ELSE
                 MOVE WS-CALC-DIFF TO WS-CALC-ABS
              END-IF
              COMPUTE WS-CALC-PCT ROUNDED =
                 WS-CALC-ABS * 100 / WS-CALC-BASE
              MOVE SPACES TO WS-CHG-TXT
              MOVE SPACES TO WS-PCT-TXT
              IF WS-CALC-DIFF < ZERO THEN
                 MOVE "-" TO WS-CHG-TXT(1:1)
                 MOVE "-" TO WS-PCT-TXT(1:1)
              ELSE
                 MOVE "+" TO WS-CHG-TXT(1:1)
                 MOVE "+" TO WS-PCT-TXT(1:1)
              END-IF
              MOVE WS-CALC-ABS TO WS-CHG-TXT(2:10)
              STRING  WS-CALC-PCT(1:5)  DELIMITED BY SIZE
                      "."               DELIMITED BY SIZE
                      WS-CALC-PCT(6:2)  DELIMITED BY SIZE
                      INTO WS-PCT-TXT(2:8)
              END-STRING
           END-IF.

       SAVE-MOM-RTN.
           MOVE WS-BASE-TXT TO WS-MOM-BASE-TXT.
           MOVE WS-CHG-TXT  TO WS-MOM-CHG-TXT.
           MOVE WS-PCT-TXT  TO WS-MOM-PCT-TXT.

       SAVE-YOY-RTN.
           MOVE WS-BASE-TXT TO WS-YOY-BASE-TXT.
           MOVE WS-CHG-TXT  TO WS-YOY-CHG-TXT.
           MOVE WS-PCT-TXT  TO WS-YOY-PCT-TXT.

      * Regional accumulation through REGION-MSTR. Each change is
      * accumulated like for like: the estimate side only counts a
      * prefecture that also has the comparison month. A code the
      * region master does not know is skipped from the subtotals
      * (its own detail row is already out) and counted.
       ACCUMULATE-RTN.
           ADD WC-ZINKO(WS-CODE-IDX) TO WS-TOTAL-ZINKO.
           IF WS-PREV-ZINKO > ZERO THEN
              ADD WC-ZINKO(WS-CODE-IDX) TO WS-TOTAL-MOM-CUR
              ADD WS-PREV-ZINKO         TO WS-TOTAL-MOM-BASE
           END-IF.
           IF WS-YAGO-ZINKO > ZERO THEN
              ADD WC-ZINKO(WS-CODE-IDX) TO WS-TOTAL-YOY-CUR
              ADD WS-YAGO-ZINKO         TO WS-TOTAL-YOY-BASE
           END-IF.
           IF WS-REGION-M-OPEN THEN
              MOVE WC-CODE(WS-CODE-IDX) TO RM-CODE
              READ REGION-M-FILE KEY IS RM-CODE
                 INVALID KEY
                    ADD 1 TO WS-SKIPPED-CNT
                 NOT INVALID KEY
                    PERFORM FIND-REGION-RTN
                    PERFORM ADD-REGION-RTN
              END-READ
           ELSE
              ADD 1 TO WS-SKIPPED-CNT
           END-IF.

       ADD-REGION-RTN.
           ADD WC-ZINKO(WS-CODE-IDX) TO WR-ZINKO(WS-REGION-IDX).
           IF WS-PREV-ZINKO > ZERO THEN
              ADD WC-ZINKO(WS-CODE-IDX) TO WR-MOM-CUR(WS-REGION-IDX)
              ADD WS-PREV-ZINKO         TO WR-MOM-BASE(WS-REGION-IDX)
           END-IF.
           IF WS-YAGO-ZINKO > ZERO THEN
              ADD WC-ZINKO(WS-CODE-IDX) TO WR-YOY-CUR(WS-REGION-IDX)
              ADD WS-YAGO-ZINKO         TO WR-YOY-BASE(WS-REGION-IDX)
           END-IF.

       FIND-REGION-RTN.
           MOVE "N" TO WS-FOUND-SW.
           SET WS-REGION-IDX TO 1.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-CNT
              IF WR-CODE(WS-REGION-IDX) = RM-REGION-CODE THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-FOUND THEN
              IF WS-REGION-CNT >= 20 THEN
                 DISPLAY "MONTH-RPT: MORE THAN 20 REGIONS"
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-REGION-CNT
              SET WS-REGION-IDX TO WS-REGION-CNT
              MOVE RM-REGION-CODE TO WR-CODE(WS-REGION-IDX)
              MOVE RM-REGION-NAME TO WR-NAME(WS-REGION-IDX)
              MOVE ZERO           TO WR-ZINKO(WS-REGION-IDX)
              MOVE ZERO           TO WR-MOM-CUR(WS-REGION-IDX)
              MOVE ZERO           TO WR-MOM-BASE(WS-REGION-IDX)
              MOVE ZERO           TO WR-YOY-CUR(WS-REGION-IDX)
              MOVE ZERO           TO WR-YOY-BASE(WS-REGION-IDX)
           END-IF.

       WRITE-REGIONS-RTN.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-CNT
              MOVE WR-MOM-CUR(WS-REGION-IDX)  TO WS-CALC-CUR
              MOVE WR-MOM-BASE(WS-REGION-IDX) TO WS-CALC-BASE
              PERFORM CHANGE-RTN
              PERFORM SAVE-MOM-RTN
              MOVE WR-YOY-CUR(WS-REGION-IDX)  TO WS-CALC-CUR
              MOVE WR-YOY-BASE(WS-REGION-IDX) TO WS-CALC-BASE
              PERFORM CHANGE-RTN
              PERFORM SAVE-YOY-RTN
              MOVE SPACES TO MONTH-R-REC
              STRING  "REGION "                  DELIMITED BY SIZE
                      WR-CODE(WS-REGION-IDX)     DELIMITED BY SIZE
                      ","                        DELIMITED BY SIZE
                      WR-NAME(WS-REGION-IDX)     DELIMITED BY SIZE
                      ","                        DELIMITED BY SIZE
                      WR-ZINKO(WS-REGION-IDX)    DELIMITED BY SIZE
                      ","                        DELIMITED BY SIZE
                      WS-MOM-BASE-TXT            DELIMITED BY SPACE
                      ","                        DELIMITED BY SIZE
                      WS-MOM-CHG-TXT             DELIMITED BY SPACE
                      ","                        DELIMITED BY SIZE
                      WS-MOM-PCT-TXT             DELIMITED BY SPACE
                      ","                        DELIMITED BY SIZE
                      WS-YOY-BASE-TXT            DELIMITED BY SPACE
                      ","                        DELIMITED BY SIZE
                      WS-YOY-CHG-TXT             DELIMITED BY SPACE
                      ","                        DELIMITED BY SIZE
                      WS-YOY-PCT-TXT             DELIMITED BY SPACE
                      INTO MONTH-R-REC
              END-STRING
              WRITE MONTH-R-REC
           END-PERFORM.

       WRITE-TOTAL-RTN.
           MOVE WS-TOTAL-MOM-CUR  TO WS-CALC-CUR.
           MOVE WS-TOTAL-MOM-BASE TO WS-CALC-BASE.
           PERFORM CHANGE-RTN.
           PERFORM SAVE-MOM-RTN.
           MOVE WS-TOTAL-YOY-CUR  TO WS-CALC-CUR.
           MOVE WS-TOTAL-YOY-BASE TO WS-CALC-BASE.
           PERFORM CHANGE-RTN.
           PERFORM SAVE-YOY-RTN.
           MOVE SPACES TO MONTH-R-REC.
           STRING  "ALL,,"          DELIMITED BY SIZE
                   WS-TOTAL-ZINKO   DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   WS-MOM-BASE-TXT  DELIMITED BY SPACE
                   ","              DELIMITED BY SIZE
                   WS-MOM-CHG-TXT   DELIMITED BY SPACE
                   ","              DELIMITED BY SIZE
                   WS-MOM-PCT-TXT   DELIMITED BY SPACE
                   ","              DELIMITED BY SIZE
                   WS-YOY-BASE-TXT  DELIMITED BY SPACE
                   ","              DELIMITED BY SIZE
                   WS-YOY-CHG-TXT   DELIMITED BY SPACE
                   ","              DELIMITED BY SIZE
                   WS-YOY-PCT-TXT   DELIMITED BY SPACE
                   INTO MONTH-R-REC
           END-STRING.
           WRITE MONTH-R-REC.
