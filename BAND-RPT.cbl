      *  Density distribution (banding) report - the "how many
      *  prefectures are over 1000 per km2" question from every
      *  management review, which CLASS-RPT's administrative PM-CLASS
      *  grouping cannot answer. Reads the target year's ranking
      *  from RANK-MSTR, the same one MITSUDO-PRT prints, and places
      *  each prefecture's density into a band (members are listed
      *  in rank order). Band boundaries come from BAND-CTL,
      *  one ascending 9(08) upper boundary per line (up to 19,
      *  giving 20 bands; the last band is everything above the top
      *  boundary), defaulting to 100/500/1000/5000 when no BAND-CTL
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RANK-M-FILE      ASSIGN TO "RANK-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RK-KEY
                                   ALTERNATE RECORD KEY IS RK-RANK-KEY
                                   FILE   STATUS  IS   RK-STATUS.
           SELECT BAND-CTL-FILE    ASSIGN TO "BAND-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
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
       FD  BAND-CTL-FILE.
       01  BAND-CTL-REC.
           03   BAND-CTL-BOUND     PIC  9(08).
           03   FILLER             PIC  X(01).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RK-STATUS               PIC  XX.
       01  C-STATUS                PIC  XX.
       01  Z-STATUS                PIC  XX.
       01  M-STATUS                PIC  XX.
              MOVE ZERO TO WN-MENSEKI(WS-BAND-IDX)
           END-PERFORM.

      * Position RANK-MSTR on the target year's rank 1 by its
      * alternate key (year, rank) and read the first record. No
      * master, or no ranking for the year, fails the step before
      * anything is written, so the prior run's output is kept.
       OPEN-RANK-M-RTN.
           OPEN INPUT RANK-M-FILE.
           IF RK-STATUS <> "00" THEN
              DISPLAY "BAND-RPT: NO RANK-MSTR, RUN ZINKOMITSUDO "
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
              DISPLAY "BAND-RPT: NO RANKING FOR YEAR " WS-TARGET-YEAR
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

      * One pass down the year's ranking: place each prefecture in
      * its band, remember it for the member list, and pull its
      * population and area from the masters for the share figures.
      * A code missing from either master is counted as skipped -
      * its density is still banded but it cannot contribute to the
      * shares.
       CLASSIFY-RTN.
           PERFORM OPEN-RANK-M-RTN THRU OPEN-RANK-M-EXT.
           IF RETURN-CODE <> 0 THEN
              GO TO CLASSIFY-EXT
           END-IF.
           OPEN INPUT ZINKO-I-FILE.
              SET WS-MENSEKI-I-OPEN TO TRUE
           END-IF.

           PERFORM UNTIL RK-STATUS <> "00"
              PERFORM TAKE-RANK-RTN
              PERFORM READ-RANK-M-RTN
           END-PERFORM.

           CLOSE RANK-M-FILE.
           IF WS-ZINKO-I-OPEN THEN
              CLOSE ZINKO-I-FILE
           END-IF.
           END-IF.
       CLASSIFY-EXT.

       TAKE-RANK-RTN.
           ADD 1 TO WS-TOTAL-CNT.
           PERFORM FIND-BAND-RTN.
           ADD 1 TO WN-PREF-CNT(WS-REC-BAND).
           IF WS-MEMBER-CNT < 99 THEN
              ADD 1 TO WS-MEMBER-CNT
              MOVE WS-REC-BAND TO WM-BAND(WS-MEMBER-CNT)
              MOVE RK-CODE     TO WM-CODE(WS-MEMBER-CNT)
              MOVE RK-NAME     TO WM-NAME(WS-MEMBER-CNT)
              MOVE RK-MITSUDO  TO WM-MITSUDO(WS-MEMBER-CNT)
           END-IF.
           PERFORM ADD-TOTALS-RTN.

           MOVE WS-BAND-CNT TO WS-REC-BAND.
           PERFORM VARYING WS-BOUND-IDX FROM 1 BY 1
                   UNTIL WS-BOUND-IDX > WS-BOUND-CNT
              IF RK-MITSUDO <= WD-BOUND(WS-BOUND-IDX) THEN
                 SET WS-REC-BAND TO WS-BOUND-IDX
                 EXIT PERFORM
              END-IF

       ADD-TOTALS-RTN.
           IF WS-ZINKO-I-OPEN AND WS-MENSEKI-I-OPEN THEN
              MOVE RK-CODE        TO Z-I-CODE
              MOVE WS-TARGET-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
                    ADD 1 TO WS-SKIPPED-CNT
                 NOT INVALID KEY
                    MOVE RK-CODE        TO M-I-CODE
                    MOVE WS-TARGET-YEAR TO M-I-YEAR
                    READ MENSEKI-I-FILE KEY IS MENSEKI-I-KEY
                       INVALID KEY
