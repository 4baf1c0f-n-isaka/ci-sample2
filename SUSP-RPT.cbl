      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSP-RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Suspense aging report: every item still open on SUSP-MSTR,
      *  listed by source feed with its latest reject reason, the
      *  date it first failed and how many runs of its feed it has
      *  been outstanding. Each feed closes with a count of its open
      *  items by age band (1 run, 2-3, 4-6, 7 and over) and the
      *  report closes with the same bands for all feeds together,
      *  so the rejects nobody is dealing with stand out. Closed
      *  items are history and are not listed. Output SUSP-RPT.txt.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE        ASSIGN TO "SUSP-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   SU-KEY
                                   FILE   STATUS  IS   S-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "SUSP-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SUSP-FILE.
       01  SUSP-REC.
           03   SU-KEY.
               05   SU-FEED        PIC  X(12).
               05   SU-CODE        PIC  X(12).
               05   SU-YEAR        PIC  X(04).
           03   SU-STATUS          PIC  X(01).
           03   SU-REASON          PIC  X(30).
           03   SU-FIRST-DATE      PIC  9(08).
           03   SU-LAST-DATE       PIC  9(08).
           03   SU-RUNS            PIC  9(05).
           03   SU-CLOSE-DATE      PIC  9(08).
           03   SU-CLOSED-BY       PIC  X(12).
           03   SU-ROW             PIC  X(60).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  S-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-PREV-FEED            PIC  X(12) VALUE SPACES.
       01  WS-RUNS-DISP            PIC  ZZZZ9.
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
      * Age-band counts: (1) one run, (2) 2-3, (3) 4-6, (4) 7 and
      * over, plus the total; one set for the feed in hand and one
      * for the whole report.
       01  WS-FEED-BANDS.
           03   WS-FEED-BAND       PIC  9(07) OCCURS 5 TIMES.
       01  WS-ALL-BANDS.
           03   WS-ALL-BAND        PIC  9(07) OCCURS 5 TIMES.
       01  WS-BAND-IDX             PIC  9(01).
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-OPEN-CNT        PIC  9(07) VALUE ZERO.
           03   WS-FEED-CNT        PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           INITIALIZE WS-FEED-BANDS WS-ALL-BANDS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           PERFORM SCAN-SUSP-RTN.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.
           DISPLAY "SUSP-RPT READ : " WS-READ-CNT.
           DISPLAY "SUSP-RPT OPEN : " WS-OPEN-CNT.
           DISPLAY "SUSP-RPT FEEDS: " WS-FEED-CNT.
       MAIN-EXT.
           GOBACK.

       WRITE-HEADER-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PRINT-REC.
           STRING  "OPEN REJECT SUSPENSE ITEMS BY FEED AND AGE"
                                         DELIMITED BY SIZE
                   "   RUN DATE "        DELIMITED BY SIZE
                   WS-CURRENT-DATE       DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "FEED         CODE         YEAR REASON                 "
                & "        FIRST    LAST      RUNS" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

      * One pass in key order - feed-major, so each feed's items
      * come together and a change of feed closes the previous
      * feed's band counts. A master that does not exist yet means
      * nothing has ever been rejected.
       SCAN-SUSP-RTN.
           OPEN INPUT SUSP-FILE.
           IF S-STATUS = "00" THEN
              MOVE "00" TO S-STATUS
              PERFORM UNTIL S-STATUS <> "00"
                 READ SUSP-FILE NEXT
                 IF S-STATUS = "00" THEN
                    ADD 1 TO WS-READ-CNT
                    IF SU-STATUS = "O" THEN
                       PERFORM OPEN-ITEM-RTN
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SUSP-FILE
           END-IF.
           IF WS-PREV-FEED NOT = SPACES THEN
              PERFORM WRITE-FEED-TOTAL-RTN
           END-IF.

       OPEN-ITEM-RTN.
           IF SU-FEED NOT = WS-PREV-FEED THEN
              IF WS-PREV-FEED NOT = SPACES THEN
                 PERFORM WRITE-FEED-TOTAL-RTN
              END-IF
              MOVE SU-FEED TO WS-PREV-FEED
              ADD 1 TO WS-FEED-CNT
           END-IF.
           ADD 1 TO WS-OPEN-CNT.
           EVALUATE TRUE
              WHEN SU-RUNS < 2
                 MOVE 1 TO WS-BAND-IDX
              WHEN SU-RUNS < 4
                 MOVE 2 TO WS-BAND-IDX
              WHEN SU-RUNS < 7
                 MOVE 3 TO WS-BAND-IDX
              WHEN OTHER
                 MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.
           ADD 1 TO WS-FEED-BAND(WS-BAND-IDX) WS-FEED-BAND(5).
           ADD 1 TO WS-ALL-BAND(WS-BAND-IDX) WS-ALL-BAND(5).
           MOVE SU-RUNS TO WS-RUNS-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  SU-FEED        DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   SU-CODE        DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   SU-YEAR        DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   SU-REASON      DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   SU-FIRST-DATE  DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   SU-LAST-DATE   DELIMITED BY SIZE
                   " "            DELIMITED BY SIZE
                   WS-RUNS-DISP   DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.

       WRITE-FEED-TOTAL-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "  "           DELIMITED BY SIZE
                   WS-PREV-FEED   DELIMITED BY SIZE
                   " OPEN ITEMS BY RUNS OUTSTANDING" DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           PERFORM WRITE-BANDS-RTN.
           INITIALIZE WS-FEED-BANDS.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

      * Prints WS-FEED-BANDS; the trailer moves the all-feed counts
      * in first.
       WRITE-BANDS-RTN.
           MOVE SPACES TO PRINT-REC.
           MOVE WS-FEED-BAND(1) TO WS-CNT-DISP.
           STRING  "    1 RUN: "   DELIMITED BY SIZE
                   WS-CNT-DISP     DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           MOVE WS-FEED-BAND(2) TO WS-CNT-DISP.
           MOVE "  2-3: "   TO PRINT-REC(19:7).
           MOVE WS-CNT-DISP TO PRINT-REC(26:7).
           MOVE WS-FEED-BAND(3) TO WS-CNT-DISP.
           MOVE "  4-6: "   TO PRINT-REC(33:7).
           MOVE WS-CNT-DISP TO PRINT-REC(40:7).
           MOVE WS-FEED-BAND(4) TO WS-CNT-DISP.
           MOVE "  7+: "    TO PRINT-REC(47:6).
           MOVE WS-CNT-DISP TO PRINT-REC(53:7).
           MOVE WS-FEED-BAND(5) TO WS-CNT-DISP.
           MOVE "  TOTAL: " TO PRINT-REC(60:9).
           MOVE WS-CNT-DISP TO PRINT-REC(69:7).
           WRITE PRINT-REC.

       WRITE-TRAILER-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "ALL FEEDS OPEN ITEMS BY RUNS OUTSTANDING" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-ALL-BANDS TO WS-FEED-BANDS.
           PERFORM WRITE-BANDS-RTN.
           IF WS-OPEN-CNT = ZERO THEN
              MOVE "NO OPEN SUSPENSE ITEMS" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.
