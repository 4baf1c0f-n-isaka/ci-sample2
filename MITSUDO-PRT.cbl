      ******************************************************************
      *  Formatted, paginated print-image report of the density
      *  ranking for the management pack, so nobody has to reformat
      *  mitsudo.csv by hand every month. Reads the YEAR-CTL target
      *  year's ranking back from RANK-MSTR in rank order - the
      *  ranks ZINKOMITSUDO gave, not a re-sort of its own - and
      *  writes MITSUDO-RPT.txt: a titled page header carrying the
      *  target fiscal year, the run date and a page number, column
      *  headings, ranked detail lines with the capital and
      *  classification already joined from PREF-MSTR, a page break
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RANK-M-FILE      ASSIGN TO "RANK-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RK-KEY
                                   ALTERNATE RECORD KEY IS RK-RANK-KEY
                                   FILE   STATUS  IS   RK-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "MITSUDO-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
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
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(80).
       FD  ZINKO-I-FILE.
           03   FILLER             PIC  X(01).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RK-STATUS               PIC  XX.
       01  P-STATUS                PIC  XX.
       01  Z-STATUS                PIC  XX.
       01  M-STATUS                PIC  XX.
       01  U-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-WAREKI-AREA.
           PERFORM BUILD-YEAR-LABEL-RTN.
           PERFORM READ-PAGE-CTL-RTN.
           PERFORM COUNT-UNMATCHED-RTN.
           PERFORM OPEN-RANK-M-RTN THRU OPEN-RANK-M-EXT.
           IF RETURN-CODE <> 0 THEN
              GOBACK
           END-IF.
           PERFORM PRINT-RANKING-RTN.
           DISPLAY "MITSUDO-PRT YEAR : " WS-TARGET-YEAR.
           DISPLAY "MITSUDO-PRT RANKS: " WS-RANK.
           DISPLAY "MITSUDO-PRT PAGES: " WS-PAGE-NO.
              END-IF
           END-PERFORM.

      * Position RANK-MSTR on the target year's rank 1 by its
      * alternate key (year, rank) and read the first record. No
      * master, or no ranking for the year, fails the step before
      * anything is written, so the prior run's output is kept.
       OPEN-RANK-M-RTN.
           OPEN INPUT RANK-M-FILE.
           IF RK-STATUS <> "00" THEN
              DISPLAY "MITSUDO-PRT: NO RANK-MSTR, RUN ZINKOMITSUDO "
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
              DISPLAY "MITSUDO-PRT: NO RANKING FOR YEAR " WS-TARGET-YEAR
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

      * One pass down the year's ranking, accumulating the national
      * population/area totals from the masters as each code is
      * printed.
       PRINT-RANKING-RTN.
           OPEN INPUT ZINKO-I-FILE.
           IF Z-STATUS = "00" THEN
              SET WS-ZINKO-I-OPEN TO TRUE
           ELSE
              MOVE "N" TO WS-TOTAL-SW
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEADER-RTN.

           PERFORM UNTIL RK-STATUS <> "00"
              PERFORM PRINT-DETAIL-RTN
              PERFORM ADD-TOTALS-RTN
              PERFORM READ-RANK-M-RTN
           END-PERFORM.

           PERFORM TRAILER-PAGE-RTN.
           CLOSE PRINT-FILE.
           CLOSE RANK-M-FILE.
           IF WS-ZINKO-I-OPEN THEN
              CLOSE ZINKO-I-FILE
           END-IF.
           IF WS-MENSEKI-I-OPEN THEN
              CLOSE MENSEKI-I-FILE
           END-IF.

      * National totals come from the masters, not from the ranked
      * density (a sum of densities means nothing); a code missing
      * from either master, or a master that would not open, marks
      * the totals not available rather than printing a wrong one.
       ADD-TOTALS-RTN.
           IF WS-ZINKO-I-OPEN THEN
              MOVE RK-CODE        TO Z-I-CODE
              MOVE WS-TARGET-YEAR TO Z-I-YEAR
              READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
                 INVALID KEY
              END-READ
           END-IF.
           IF WS-MENSEKI-I-OPEN THEN
              MOVE RK-CODE        TO M-I-CODE
              MOVE WS-TARGET-YEAR TO M-I-YEAR
              READ MENSEKI-I-FILE KEY IS MENSEKI-I-KEY
                 INVALID KEY
              END-READ
           END-IF.

       PAGE-HEADER-RTN.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO TO WS-PAGE-NO-DISP.
              PERFORM PAGE-HEADER-RTN
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE RK-RANK TO WS-RANK-DISP.
           MOVE RK-MITSUDO TO WS-MITSUDO-EDIT.
           PERFORM EDIT-KAJU-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  WS-RANK-DISP     DELIMITED BY SIZE
                   "  "             DELIMITED BY SIZE
                   RK-CODE          DELIMITED BY SIZE
                   "  "             DELIMITED BY SIZE
                   RK-NAME          DELIMITED BY SIZE
                   "  "             DELIMITED BY SIZE
                   WS-MITSUDO-EDIT  DELIMITED BY SIZE
                   "  "             DELIMITED BY SIZE
                   RK-CAPITAL       DELIMITED BY SIZE
                   "  "             DELIMITED BY SIZE
                   RK-CLASS         DELIMITED BY SIZE
                   "  "             DELIMITED BY SIZE
                   WS-KAJU-TXT      DELIMITED BY SIZE
                   INTO PRINT-REC
           WRITE PRINT-REC.
           ADD 1 TO WS-LINE-CNT.

      * Display form of the ranked habitable density: the figure,
      * or N/A where the kaju feed has not supplied the code/year.
       EDIT-KAJU-RTN.
           IF RK-KAJU-SW = "Y" THEN
              MOVE SPACES TO WS-KAJU-TXT
              STRING  RK-KAJU-MITSUDO(1:8)  DELIMITED BY SIZE
                      "."                   DELIMITED BY SIZE
                      RK-KAJU-MITSUDO(9:3)  DELIMITED BY SIZE
                      INTO WS-KAJU-TXT
              END-STRING
           ELSE
