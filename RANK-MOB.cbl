      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RANK-MOB.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Rank mobility report - which prefectures have climbed or
      *  slipped in the density ranking over the years, a question
      *  no single year's mitsudo.csv can answer. Reads every
      *  retained year of RANK-MSTR (the ranking ZINKOMITSUDO keeps
      *  per fiscal year and code) into a code/year matrix, the way
      *  HIST-RPT builds its history, and writes the print image
      *  RANK-MOB.txt:
      *
      *    - one line per prefecture code with its rank in each
      *      retained year ("-" where it was not ranked that year)
      *      and its change from the first to the last year it was
      *      ranked (positive = climbed);
      *    - the biggest risers and the biggest fallers over that
      *      span, N of each, N from RANK-CTL's top figure (default
      *      5) like CONC-RPT's top-N group;
      *    - code/year counts and END OF REPORT.
      *
      *  Holds up to 99 codes and 20 fiscal years, the same table
      *  ceilings HIST-RPT uses; with more than 20 years retained
      *  the oldest are left off the report and counted on the
      *  heading. A code ranked in one year only has no change and
      *  is left out of the risers and fallers.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RANK-M-FILE      ASSIGN TO "RANK-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RK-KEY
                                   ALTERNATE RECORD KEY IS RK-RANK-KEY
                                   FILE   STATUS  IS   RK-STATUS.
           SELECT RANK-CTL-FILE    ASSIGN TO "RANK-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "RANK-MOB.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RANK-M-FILE.
       01  RANK-M-REC.
           03   RK-KEY.
               05   RK-YEAR        PIC  9(04).
               05   RK-CODE        PIC  X(07).
           03   RK-RANK-KEY.
               05   RK-RANK-YEAR   PIC  9(04).
               05   RK-RANK        PIC  9(05).
           03   RK-NAME            PIC  X(08).
           03   RK-MITSUDO         PIC  9(08)V9(03).
           03   RK-KAJU-MITSUDO    PIC  9(08)V9(03).
           03   RK-KAJU-SW         PIC  X(01).
           03   RK-CAPITAL         PIC  X(08).
           03   RK-CLASS           PIC  X(02).
       FD  RANK-CTL-FILE.
       01  RANK-CTL-REC.
           03   RANK-CTL-TOP-N     PIC  9(02).
           03   RANK-CTL-BOTTOM-N  PIC  9(02).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RK-STATUS               PIC  XX.
       01  C-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-RUN-DATE-EDIT.
           03   WS-RD-YYYY         PIC  X(04).
           03   FILLER             PIC  X    VALUE "-".
           03   WS-RD-MM           PIC  X(02).
           03   FILLER             PIC  X    VALUE "-".
           03   WS-RD-DD           PIC  X(02).
       01  WS-TOP-N                PIC  9(02) VALUE 5.
       01  WS-YEAR-CNT             PIC  9(02) VALUE ZERO.
       01  WS-YEAR-TABLE.
           03   WS-YEAR-ENTRY      OCCURS 20 TIMES.
                05   WY-YEAR       PIC  9(04).
       01  WS-DROPPED-CNT          PIC  9(02) VALUE ZERO.
       01  WS-CODE-CNT             PIC  9(02) VALUE ZERO.
       01  WS-CODE-TABLE.
           03   WS-CODE-ENTRY      OCCURS 99 TIMES
                                   INDEXED BY WS-CODE-IDX.
                05   WR-CODE       PIC  X(07).
                05   WR-NAME       PIC  X(08).
                05   WR-FIRST-YEAR PIC  9(04).
                05   WR-FIRST-RANK PIC  9(05).
                05   WR-LAST-YEAR  PIC  9(04).
                05   WR-LAST-RANK  PIC  9(05).
                05   WR-RANKED-CNT PIC  9(02).
                05   WR-CHANGE     PIC  S9(05).
                05   WR-PICKED-SW  PIC  X(01).
      *         zero in a cell means not ranked that year
                05   WR-RANK       PIC  9(05) OCCURS 20 TIMES.
       01  WS-SWAP-ENTRY           PIC  X(141).
       01  WS-CODE-FOUND-SW        PIC  X    VALUE "N".
           88  WS-CODE-FOUND                 VALUE "Y".
       01  WS-YEAR-SLOT            PIC  9(02).
       01  WS-SORT-I               PIC  9(02).
       01  WS-SORT-J               PIC  9(02).
       01  WS-MOVED-CNT            PIC  9(02) VALUE ZERO.
       01  WS-PICK-CNT             PIC  9(02).
       01  WS-PICKED-CNT           PIC  9(02).
       01  WS-PICK-IDX             PIC  9(02).
       01  WS-PICK-CHANGE          PIC  S9(05).
       01  WS-PICK-NONE-SW         PIC  X    VALUE "N".
           88  WS-PICK-NONE                  VALUE "Y".
       01  WS-PRINT-PTR            PIC  9(03).
       01  WS-CELL-EDIT            PIC  ZZZ9.
       01  WS-CHANGE-EDIT          PIC  +++9.
       01  WS-CNT-EDIT             PIC  Z9.
       01  WS-PICK-EDIT            PIC  Z9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RD-YYYY.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RD-MM.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RD-DD.
           PERFORM READ-RANK-CTL-RTN.
           PERFORM LOAD-RTN THRU LOAD-EXT.
           IF RETURN-CODE <> 0 THEN
              GOBACK
           END-IF.
           IF WS-CODE-CNT = ZERO THEN
              DISPLAY "RANK-MOB: NO RANKINGS ON RANK-MSTR, RUN "
                      "ZINKOMITSUDO FIRST"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM SORT-CODES-RTN.
           PERFORM CHANGE-RTN.
           PERFORM WRITE-RTN.
           DISPLAY "RANK-MOB CODES  : " WS-CODE-CNT.
           DISPLAY "RANK-MOB YEARS  : " WS-YEAR-CNT.
           DISPLAY "RANK-MOB DROPPED: " WS-DROPPED-CNT.
       MAIN-EXT.
           GOBACK.

      * The risers/fallers lists are as long as RANK-CTL's top
      * figure, the same N TOP5.txt and CONC-RPT use.
       READ-RANK-CTL-RTN.
           OPEN INPUT RANK-CTL-FILE.
           IF C-STATUS = "00" THEN
              READ RANK-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RANK-CTL-TOP-N NUMERIC
                       AND RANK-CTL-TOP-N > 0 THEN
                       MOVE RANK-CTL-TOP-N TO WS-TOP-N
                    END-IF
              END-READ
              CLOSE RANK-CTL-FILE
           END-IF.

      * One pass over RANK-MSTR by its prime key (year, code), so
      * the years arrive oldest first and each new year is simply
      * the next column.
       LOAD-RTN.
           OPEN INPUT RANK-M-FILE.
           IF RK-STATUS <> "00" THEN
              DISPLAY "RANK-MOB: NO RANK-MSTR, RUN ZINKOMITSUDO "
                      "FIRST (STATUS=" RK-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GO TO LOAD-EXT
           END-IF.
           MOVE LOW-VALUES TO RK-KEY.
           START RANK-M-FILE KEY IS NOT < RK-KEY
              INVALID KEY
                 MOVE "10" TO RK-STATUS
           END-START.
           PERFORM UNTIL RK-STATUS <> "00"
              READ RANK-M-FILE NEXT
              IF RK-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF RK-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" RK-STATUS
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              END-IF
              IF RK-STATUS = "00" THEN
                 PERFORM FIND-YEAR-RTN
                 PERFORM FIND-CODE-RTN
                 MOVE RK-RANK TO WR-RANK(WS-CODE-IDX WS-YEAR-SLOT)
              END-IF
           END-PERFORM.
           CLOSE RANK-M-FILE.
       LOAD-EXT.

      * Years arrive in ascending order, so the record's year is
      * either the newest column already open or a new one. A 21st
      * year pushes the oldest column off the report.
       FIND-YEAR-RTN.
           IF WS-YEAR-CNT > ZERO
              AND WY-YEAR(WS-YEAR-CNT) = RK-YEAR THEN
              MOVE WS-YEAR-CNT TO WS-YEAR-SLOT
           ELSE
              IF WS-YEAR-CNT >= 20 THEN
                 PERFORM DROP-OLDEST-RTN
              END-IF
              ADD 1 TO WS-YEAR-CNT
              MOVE WS-YEAR-CNT TO WS-YEAR-SLOT
              MOVE RK-YEAR TO WY-YEAR(WS-YEAR-SLOT)
              PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                      UNTIL WS-CODE-IDX > WS-CODE-CNT
                 MOVE ZERO TO WR-RANK(WS-CODE-IDX WS-YEAR-SLOT)
              END-PERFORM
           END-IF.

       DROP-OLDEST-RTN.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-YEAR-CNT
              MOVE WY-YEAR(WS-SORT-I + 1) TO WY-YEAR(WS-SORT-I)
              PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                      UNTIL WS-CODE-IDX > WS-CODE-CNT
                 MOVE WR-RANK(WS-CODE-IDX WS-SORT-I + 1)
                      TO WR-RANK(WS-CODE-IDX WS-SORT-I)
              END-PERFORM
           END-PERFORM.
           SUBTRACT 1 FROM WS-YEAR-CNT.
           ADD 1 TO WS-DROPPED-CNT.

      * Find or add the code's row; WS-CODE-IDX points at it on
      * return. The name is refreshed from every year read, so the
      * row carries the latest spelling.
       FIND-CODE-RTN.
           MOVE "N" TO WS-CODE-FOUND-SW.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
              IF WR-CODE(WS-CODE-IDX) = RK-CODE THEN
                 SET WS-CODE-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-CODE-FOUND THEN
              IF WS-CODE-CNT >= 99 THEN
                 DISPLAY "RANK-MOB: MORE THAN 99 CODES"
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-CODE-CNT
              SET WS-CODE-IDX TO WS-CODE-CNT
              MOVE RK-CODE TO WR-CODE(WS-CODE-IDX)
              PERFORM VARYING WS-SORT-I FROM 1 BY 1
                      UNTIL WS-SORT-I > 20
                 MOVE ZERO TO WR-RANK(WS-CODE-IDX WS-SORT-I)
              END-PERFORM
           END-IF.
           MOVE RK-NAME TO WR-NAME(WS-CODE-IDX).

      * Codes join the table in the order the first year lists
      * them; list them by code so the report reads like the
      * other per-code reports.
       SORT-CODES-RTN.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CODE-CNT
              PERFORM VARYING WS-SORT-J FROM 1 BY 1
                      UNTIL WS-SORT-J >= WS-CODE-CNT
                 IF WR-CODE(WS-SORT-J) > WR-CODE(WS-SORT-J + 1) THEN
                    MOVE WS-CODE-ENTRY(WS-SORT-J) TO WS-SWAP-ENTRY
                    MOVE WS-CODE-ENTRY(WS-SORT-J + 1)
                         TO WS-CODE-ENTRY(WS-SORT-J)
                    MOVE WS-SWAP-ENTRY
                         TO WS-CODE-ENTRY(WS-SORT-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Each code's first and last ranked year among the columns
      * shown, and the places it moved between them (a lower rank
      * number is a higher place, so first minus last is the climb).
       CHANGE-RTN.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
              MOVE ZERO TO WR-FIRST-YEAR(WS-CODE-IDX)
              MOVE ZERO TO WR-FIRST-RANK(WS-CODE-IDX)
              MOVE ZERO TO WR-LAST-YEAR(WS-CODE-IDX)
              MOVE ZERO TO WR-LAST-RANK(WS-CODE-IDX)
              MOVE ZERO TO WR-RANKED-CNT(WS-CODE-IDX)
              MOVE ZERO TO WR-CHANGE(WS-CODE-IDX)
              MOVE "N"  TO WR-PICKED-SW(WS-CODE-IDX)
              PERFORM VARYING WS-YEAR-SLOT FROM 1 BY 1
                      UNTIL WS-YEAR-SLOT > WS-YEAR-CNT
                 IF WR-RANK(WS-CODE-IDX WS-YEAR-SLOT) > ZERO THEN
                    PERFORM NOTE-RANKED-RTN
                 END-IF
              END-PERFORM
              IF WR-RANKED-CNT(WS-CODE-IDX) > 1 THEN
                 COMPUTE WR-CHANGE(WS-CODE-IDX) =
                    WR-FIRST-RANK(WS-CODE-IDX) -
                    WR-LAST-RANK(WS-CODE-IDX)
                 ADD 1 TO WS-MOVED-CNT
              END-IF
           END-PERFORM.

       NOTE-RANKED-RTN.
           ADD 1 TO WR-RANKED-CNT(WS-CODE-IDX).
           IF WR-RANKED-CNT(WS-CODE-IDX) = 1 THEN
              MOVE WY-YEAR(WS-YEAR-SLOT) TO WR-FIRST-YEAR(WS-CODE-IDX)
              MOVE WR-RANK(WS-CODE-IDX WS-YEAR-SLOT)
                   TO WR-FIRST-RANK(WS-CODE-IDX)
           END-IF.
           MOVE WY-YEAR(WS-YEAR-SLOT) TO WR-LAST-YEAR(WS-CODE-IDX).
           MOVE WR-RANK(WS-CODE-IDX WS-YEAR-SLOT)
                TO WR-LAST-RANK(WS-CODE-IDX).

       WRITE-RTN.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-REC.
           STRING  "DENSITY RANK MOBILITY           "
                                         DELIMITED BY SIZE
                   "RUN DATE "           DELIMITED BY SIZE
                   WS-RUN-DATE-EDIT      DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-YEAR-CNT TO WS-CNT-EDIT.
           MOVE SPACES TO PRINT-REC.
           STRING  "FISCAL YEARS "       DELIMITED BY SIZE
                   WY-YEAR(1)            DELIMITED BY SIZE
                   " TO "                DELIMITED BY SIZE
                   WY-YEAR(WS-YEAR-CNT)  DELIMITED BY SIZE
                   "   YEARS SHOWN: "    DELIMITED BY SIZE
                   WS-CNT-EDIT           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF WS-DROPPED-CNT > ZERO THEN
              MOVE WS-DROPPED-CNT TO WS-CNT-EDIT
              MOVE SPACES TO PRINT-REC
              STRING  "OLDER YEARS ON RANK-MSTR NOT SHOWN: "
                                            DELIMITED BY SIZE
                      WS-CNT-EDIT           DELIMITED BY SIZE
                      INTO PRINT-REC
              END-STRING
              WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-HEADING-RTN.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-CNT
              PERFORM WRITE-CODE-RTN
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "BIGGEST RISERS (FIRST RANKED YEAR TO LAST)"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-RISERS-RTN.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "BIGGEST FALLERS (FIRST RANKED YEAR TO LAST)"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           PERFORM WRITE-FALLERS-RTN.

           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CODE-CNT TO WS-CNT-EDIT.
           MOVE SPACES TO PRINT-REC.
           STRING  "  CODES      : "  DELIMITED BY SIZE
                   WS-CNT-EDIT        DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-MOVED-CNT TO WS-CNT-EDIT.
           MOVE SPACES TO PRINT-REC.
           STRING  "  WITH CHANGE: "  DELIMITED BY SIZE
                   WS-CNT-EDIT        DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.
           CLOSE PRINT-FILE.

      * Column headings: one five-character column per year,
      * oldest first, then the overall change.
       WRITE-HEADING-RTN.
           MOVE SPACES TO PRINT-REC.
           MOVE "CODE     NAME     " TO PRINT-REC.
           MOVE 19 TO WS-PRINT-PTR.
           PERFORM VARYING WS-YEAR-SLOT FROM 1 BY 1
                   UNTIL WS-YEAR-SLOT > WS-YEAR-CNT
              STRING  " "                    DELIMITED BY SIZE
                      WY-YEAR(WS-YEAR-SLOT)  DELIMITED BY SIZE
                      INTO PRINT-REC
                      WITH POINTER WS-PRINT-PTR
              END-STRING
           END-PERFORM.
           STRING  "  CHANGE"  DELIMITED BY SIZE
                   INTO PRINT-REC
                   WITH POINTER WS-PRINT-PTR
           END-STRING.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-CODE-RTN.
           MOVE SPACES TO PRINT-REC.
           MOVE 1 TO WS-PRINT-PTR.
           STRING  WR-CODE(WS-CODE-IDX)  DELIMITED BY SIZE
                   "  "                  DELIMITED BY SIZE
                   WR-NAME(WS-CODE-IDX)  DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   INTO PRINT-REC
                   WITH POINTER WS-PRINT-PTR
           END-STRING.
           PERFORM VARYING WS-YEAR-SLOT FROM 1 BY 1
                   UNTIL WS-YEAR-SLOT > WS-YEAR-CNT
              IF WR-RANK(WS-CODE-IDX WS-YEAR-SLOT) > ZERO THEN
                 MOVE WR-RANK(WS-CODE-IDX WS-YEAR-SLOT)
                      TO WS-CELL-EDIT
                 STRING  " "           DELIMITED BY SIZE
                         WS-CELL-EDIT  DELIMITED BY SIZE
                         INTO PRINT-REC
                         WITH POINTER WS-PRINT-PTR
                 END-STRING
              ELSE
                 STRING  "    -"  DELIMITED BY SIZE
                         INTO PRINT-REC
                         WITH POINTER WS-PRINT-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           IF WR-RANKED-CNT(WS-CODE-IDX) > 1 THEN
              MOVE WR-CHANGE(WS-CODE-IDX) TO WS-CHANGE-EDIT
              STRING  "    "          DELIMITED BY SIZE
                      WS-CHANGE-EDIT  DELIMITED BY SIZE
                      INTO PRINT-REC
                      WITH POINTER WS-PRINT-PTR
              END-STRING
           ELSE
              STRING  "     N/A"  DELIMITED BY SIZE
                      INTO PRINT-REC
                      WITH POINTER WS-PRINT-PTR
              END-STRING
           END-IF.
           WRITE PRINT-REC.

      * Up to N codes with the largest climb, biggest first; a tie
      * goes to the lower code. A code that did not climb is never
      * listed, so the list can be shorter than N.
       WRITE-RISERS-RTN.
           MOVE "N"  TO WS-PICK-NONE-SW.
           MOVE ZERO TO WS-PICKED-CNT.
           PERFORM VARYING WS-PICK-CNT FROM 1 BY 1
                   UNTIL WS-PICK-CNT > WS-TOP-N OR WS-PICK-NONE
              MOVE ZERO TO WS-PICK-IDX
              MOVE ZERO TO WS-PICK-CHANGE
              PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                      UNTIL WS-CODE-IDX > WS-CODE-CNT
                 IF WR-PICKED-SW(WS-CODE-IDX) = "N"
                    AND WR-CHANGE(WS-CODE-IDX) > WS-PICK-CHANGE THEN
                    SET WS-PICK-IDX TO WS-CODE-IDX
                    MOVE WR-CHANGE(WS-CODE-IDX) TO WS-PICK-CHANGE
                 END-IF
              END-PERFORM
              IF WS-PICK-IDX = ZERO THEN
                 SET WS-PICK-NONE TO TRUE
              ELSE
                 PERFORM WRITE-PICK-RTN
              END-IF
           END-PERFORM.
           IF WS-PICKED-CNT = ZERO THEN
              MOVE "  NONE" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.

      * The same for the largest drops.
       WRITE-FALLERS-RTN.
           MOVE "N"  TO WS-PICK-NONE-SW.
           MOVE ZERO TO WS-PICKED-CNT.
           PERFORM VARYING WS-PICK-CNT FROM 1 BY 1
                   UNTIL WS-PICK-CNT > WS-TOP-N OR WS-PICK-NONE
              MOVE ZERO TO WS-PICK-IDX
              MOVE ZERO TO WS-PICK-CHANGE
              PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                      UNTIL WS-CODE-IDX > WS-CODE-CNT
                 IF WR-PICKED-SW(WS-CODE-IDX) = "N"
                    AND WR-CHANGE(WS-CODE-IDX) < WS-PICK-CHANGE THEN
                    SET WS-PICK-IDX TO WS-CODE-IDX
                    MOVE WR-CHANGE(WS-CODE-IDX) TO WS-PICK-CHANGE
                 END-IF
              END-PERFORM
              IF WS-PICK-IDX = ZERO THEN
                 SET WS-PICK-NONE TO TRUE
              ELSE
                 PERFORM WRITE-PICK-RTN
              END-IF
           END-PERFORM.
           IF WS-PICKED-CNT = ZERO THEN
              MOVE "  NONE" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.

       WRITE-PICK-RTN.
           MOVE "Y" TO WR-PICKED-SW(WS-PICK-IDX).
           ADD 1 TO WS-PICKED-CNT.
           MOVE WS-PICKED-CNT TO WS-PICK-EDIT.
           MOVE WR-CHANGE(WS-PICK-IDX) TO WS-CHANGE-EDIT.
           MOVE SPACES TO PRINT-REC.
           MOVE 1 TO WS-PRINT-PTR.
           STRING  "  "                       DELIMITED BY SIZE
                   WS-PICK-EDIT               DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WR-CODE(WS-PICK-IDX)       DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WR-NAME(WS-PICK-IDX)       DELIMITED BY SIZE
                   "  "                       DELIMITED BY SIZE
                   WR-FIRST-YEAR(WS-PICK-IDX) DELIMITED BY SIZE
                   " RANK "                   DELIMITED BY SIZE
                   INTO PRINT-REC
                   WITH POINTER WS-PRINT-PTR
           END-STRING.
           MOVE WR-FIRST-RANK(WS-PICK-IDX) TO WS-CELL-EDIT.
           STRING  WS-CELL-EDIT               DELIMITED BY SIZE
                   "  TO  "                   DELIMITED BY SIZE
                   WR-LAST-YEAR(WS-PICK-IDX)  DELIMITED BY SIZE
                   " RANK "                   DELIMITED BY SIZE
                   INTO PRINT-REC
                   WITH POINTER WS-PRINT-PTR
           END-STRING.
           MOVE WR-LAST-RANK(WS-PICK-IDX) TO WS-CELL-EDIT.
           STRING  WS-CELL-EDIT               DELIMITED BY SIZE
                   "   "                      DELIMITED BY SIZE
                   WS-CHANGE-EDIT             DELIMITED BY SIZE
                   INTO PRINT-REC
                   WITH POINTER WS-PRINT-PTR
           END-STRING.
           WRITE PRINT-REC.
