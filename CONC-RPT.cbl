      ******************************************************************
      *  Population concentration report - the "top 5 prefectures
      *  hold X percent of the population" headline figure, until now
      *  computed by hand from mitsudo.csv. Reads the target year's
      *  density ranking back from RANK-MSTR in rank order (the
      *  ranks ZINKOMITSUDO's SORTOUT-RNT gave) and writes conc.csv:
      *  one row per prefecture with its population, its share of the
      *  national population, and the cumulative share walking down
      *  the density ranking, then a trailer row with the combined
      *  default 5). The national total and each code's population
      *  come from keyed ZINKO-IDX reads for the YEAR-CTL target
      *  year, the way MITSUDO-PRT's trailer computes its totals; a
      *  ranked code with no ZINKO-IDX record is skipped and counted.
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
           SELECT ZINKO-I-FILE     ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
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
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
           03   FILLER             PIC  X(01).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RK-STATUS               PIC  XX.
       01  Z-STATUS                PIC  XX.
       01  R-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-WAREKI-AREA.
       MAIN-RTN.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM READ-RANK-CTL-RTN.
           PERFORM TOTAL-RTN THRU TOTAL-EXT.
           IF RETURN-CODE = 0 THEN
              PERFORM WRITE-RTN THRU WRITE-EXT
           END-IF.
           DISPLAY "CONC-RPT YEAR   : " WS-TARGET-YEAR.
           DISPLAY "CONC-RPT RANKS  : " WS-RANK.
           DISPLAY "CONC-RPT SKIPPED: " WS-SKIPPED-CNT.
              CLOSE RANK-CTL-FILE
           END-IF.

      * Position RANK-MSTR on the target year's rank 1 by its
      * alternate key (year, rank) and read the first record. No
      * master, or no ranking for the year, fails the step before
      * anything is written, so the prior run's output is kept.
       OPEN-RANK-M-RTN.
           OPEN INPUT RANK-M-FILE.
           IF RK-STATUS <> "00" THEN
              DISPLAY "CONC-RPT: NO RANK-MSTR, RUN ZINKOMITSUDO "
                      "FIRST (STATUS=" RK-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GO TO OPEN-RANK-M-EXT
           END-IF.
           MOVE WS-TARGET-YEAR TO RK-RANK-YEAR.
           MOVE ZERO           TO RK-RANK.
           START RANK-M-FILE KEY IS > RK-RANK-KEY
              INVALID KEY
                 MOVE "23" TO RK-STATUS
           END-START.
           IF RK-STATUS = "00" THEN
              PERFORM READ-RANK-M-RTN
           END-IF.
           IF RK-STATUS <> "00" THEN
              DISPLAY "CONC-RPT: NO RANKING FOR YEAR " WS-TARGET-YEAR
                      " ON RANK-MSTR, RUN ZINKOMITSUDO FIRST"
              CLOSE RANK-M-FILE
              MOVE -1 TO RETURN-CODE
           END-IF.
       OPEN-RANK-M-EXT.

      * Next code in rank order; reaching the next year's ranking
      * ends the year just as end of file does.
       READ-RANK-M-RTN.
           READ RANK-M-FILE NEXT
              AT END
                 MOVE "10" TO RK-STATUS
              NOT AT END
                 IF RK-RANK-YEAR <> WS-TARGET-YEAR THEN
                    MOVE "10" TO RK-STATUS
                 END-IF
           END-READ.

      * First pass down the year's ranking: pull each code's
      * population from ZINKO-IDX so the national total is complete
      * before any share is computed.
       TOTAL-RTN.
           PERFORM OPEN-RANK-M-RTN THRU OPEN-RANK-M-EXT.
           IF RETURN-CODE <> 0 THEN
              GO TO TOTAL-EXT
           END-IF.
           OPEN INPUT ZINKO-I-FILE.
           IF Z-STATUS <> "00" THEN
              DISPLAY "CONC-RPT: ZINKO-IDX NOT AVAILABLE (STATUS="
                      Z-STATUS ")"
              MOVE -1 TO RETURN-CODE
              CLOSE RANK-M-FILE
              GO TO TOTAL-EXT
           END-IF.
           PERFORM UNTIL RK-STATUS <> "00"
              PERFORM ADD-TOTAL-RTN
              PERFORM READ-RANK-M-RTN
           END-PERFORM.
           CLOSE RANK-M-FILE.
       TOTAL-EXT.

       ADD-TOTAL-RTN.
           MOVE RK-CODE        TO Z-I-CODE.
           MOVE WS-TARGET-YEAR TO Z-I-YEAR.
           READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
              INVALID KEY
                 ADD 1 TO WS-SKIPPED-CNT
              NOT INVALID KEY
                 ADD Z-I-ZINKO   TO WS-TOTAL-ZINKO
           END-READ.

      * Second pass, from rank 1 again, writing the rows. The rank
      * column is the master's rank, so a skipped code leaves a gap
      * rather than moving everyone below it up a place, and the
      * top N are the same N codes TOP5.txt lists.
       WRITE-RTN.
           PERFORM OPEN-RANK-M-RTN THRU OPEN-RANK-M-EXT.
           IF RETURN-CODE <> 0 THEN
              CLOSE ZINKO-I-FILE
              GO TO WRITE-EXT
           END-IF.
           OPEN OUTPUT CONC-R-FILE.
           MOVE SPACES TO CONC-R-REC.
           END-STRING.
           WRITE CONC-R-REC.

           PERFORM UNTIL RK-STATUS <> "00"
              MOVE RK-CODE        TO Z-I-CODE
              MOVE WS-TARGET-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM WRITE-DETAIL-RTN
              END-READ
              PERFORM READ-RANK-M-RTN
           END-PERFORM.

           PERFORM WRITE-TOP-RTN.
           CLOSE CONC-R-FILE.
           CLOSE RANK-M-FILE.
           CLOSE ZINKO-I-FILE.
       WRITE-EXT.

       WRITE-DETAIL-RTN.
           ADD 1 TO WS-RANK.
           ADD Z-I-ZINKO TO WS-CUM-ZINKO.
           IF RK-RANK <= WS-TOP-N THEN
              ADD Z-I-ZINKO TO WS-TOP-ZINKO
           END-IF.
           IF WS-TOTAL-ZINKO > ZERO THEN
              COMPUTE WS-SHARE ROUNDED =
                 Z-I-ZINKO * 100 / WS-TOTAL-ZINKO
              PERFORM EDIT-SHARE-RTN
              COMPUTE WS-SHARE ROUNDED =
                 WS-CUM-ZINKO * 100 / WS-TOTAL-ZINKO
              MOVE "N/A" TO WS-CUM-SHARE-TXT
           END-IF.
           MOVE SPACES TO CONC-R-REC.
           STRING  RK-RANK          DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   RK-CODE          DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   RK-NAME          DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   Z-I-ZINKO        DELIMITED BY SIZE
                   ","              DELIMITED BY SIZE
                   WS-SHARE-TXT     DELIMITED BY SPACE
                   ","              DELIMITED BY SIZE
