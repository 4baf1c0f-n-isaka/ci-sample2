      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RCPT-RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Inbound file receipt report over RCPT-REG (written by
      *  RCPT-REG as each converter registers its extract). Two
      *  sections:
      *
      *    RECEIPTS  every delivery on the register, optionally
      *              narrowed by the RCPT-QRY card - feed name cols
      *              1-16 (blank = all feeds), fiscal year cols 17-20
      *              (zero/blank = all years; otherwise only
      *              deliveries carrying that year). For each feed the
      *              latest loaded delivery matching the query is
      *              marked CURRENT: that is the delivery the figures
      *              on file came from.
      *    EXPECTED  one line per RCPT-CTL entry - feed name cols
      *              1-16, cycle col 17 (N nightly, M monthly, A
      *              annual), due month cols 18-19 (annual only) and
      *              due day cols 20-21 - showing whether this
      *              period's delivery (today, this calendar month,
      *              this calendar year) has been loaded, has arrived
      *              but not loaded, or is MISSING because its due
      *              date has passed with nothing new received (a
      *              refused repeat of an old delivery does not
      *              count). Without RCPT-CTL nothing is expected,
      *              the same stance GATE-CHK takes without GATE-CTL.
      *
      *  Output RCPT-RPT.txt; counts to STEP-COUNTS. Return code -1
      *  when any expected feed is missing, so a chain running this
      *  step under warn handling shows it on AUDIT-LOG.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RCPT-FILE        ASSIGN TO "RCPT-REG"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RG-KEY
                                   FILE   STATUS  IS   R-STATUS.
           SELECT RCPT-QRY-FILE    ASSIGN TO "RCPT-QRY"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Q-STATUS.
           SELECT RCPT-CTL-FILE    ASSIGN TO "RCPT-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "RCPT-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RCPT-FILE.
       01  RCPT-REC.
           03   RG-KEY.
               05   RG-FEED        PIC  X(16).
               05   RG-STAMP       PIC  X(16).
           03   RG-STATUS          PIC  X(01).
           03   RG-PROGRAM         PIC  X(12).
           03   RG-RECORDS         PIC  9(07).
           03   RG-HASH            PIC  9(15).
           03   RG-YEAR-LO         PIC  9(04).
           03   RG-YEAR-HI         PIC  9(04).
           03   RG-LOAD-STAMP      PIC  X(16).
           03   RG-DUP-OF          PIC  X(16).
           03   RG-SEEN-CNT        PIC  9(05).
           03   RG-LAST-SEEN       PIC  X(16).
       FD  RCPT-QRY-FILE.
       01  RCPT-QRY-REC.
           03   QRY-FEED           PIC  X(16).
           03   QRY-YEAR           PIC  X(04).
       FD  RCPT-CTL-FILE.
       01  RCPT-CTL-REC.
           03   CTL-FEED           PIC  X(16).
           03   CTL-CYCLE          PIC  X(01).
           03   CTL-DUE-MM         PIC  X(02).
           03   CTL-DUE-DD         PIC  X(02).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  R-STATUS                PIC  XX.
       01  Q-STATUS                PIC  XX.
       01  C-STATUS                PIC  XX.
       01  P-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-RCPT-SW              PIC  X    VALUE "N".
           88  WS-RCPT-OPEN                  VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-QRY-FEED             PIC  X(16) VALUE SPACES.
       01  WS-QRY-YEAR             PIC  9(04) VALUE ZERO.
       01  WS-QRY-SW               PIC  X    VALUE "N".
           88  WS-QRY-MATCH                  VALUE "Y".
      * Latest loaded delivery per feed (matching the query), found
      * on a first pass so the listing can mark it as it goes.
       01  WS-FEED-CNT             PIC  9(02) VALUE ZERO.
       01  WS-FEED-TABLE.
           03   WS-FEED-ENTRY      OCCURS 30 TIMES
                                   INDEXED BY WS-FEED-IDX.
                05   WF-FEED       PIC  X(16).
                05   WF-CUR-STAMP  PIC  X(16).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
      * One expected feed's period.
       01  WS-PERIOD-START         PIC  X(16).
       01  WS-DUE-DATE             PIC  9(08).
       01  WS-DUE-PARTS            REDEFINES WS-DUE-DATE.
           03   WS-DUE-YYYY        PIC  9(04).
           03   WS-DUE-MM          PIC  9(02).
           03   WS-DUE-DD          PIC  9(02).
       01  WS-BEST-STATUS          PIC  X(01).
       01  WS-BEST-STAMP           PIC  X(16).
       01  WS-CYCLE-WORD           PIC  X(08).
       01  WS-DETAIL-LINE.
           03   DL-FEED            PIC  X(16).
           03   FILLER             PIC  X(01).
           03   DL-RCV-DATE        PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-RCV-TIME        PIC  X(06).
           03   FILLER             PIC  X(01).
           03   DL-PROGRAM         PIC  X(12).
           03   FILLER             PIC  X(01).
           03   DL-RECORDS         PIC  ZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-HASH            PIC  Z(14)9.
           03   FILLER             PIC  X(01).
           03   DL-YEAR-LO         PIC  X(04).
           03   DL-YEAR-DASH       PIC  X(01).
           03   DL-YEAR-HI         PIC  X(04).
           03   FILLER             PIC  X(01).
           03   DL-STATUS          PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-NOTE            PIC  X(30).
           03   FILLER             PIC  X(01).
           03   DL-FLAG            PIC  X(07).
       01  WS-EXPECT-LINE.
           03   EL-FEED            PIC  X(16).
           03   FILLER             PIC  X(01).
           03   EL-CYCLE           PIC  X(08).
           03   FILLER             PIC  X(01).
           03   EL-DUE             PIC  X(08).
           03   FILLER             PIC  X(01).
           03   EL-STATUS          PIC  X(20).
           03   FILLER             PIC  X(01).
           03   EL-RCV-DATE        PIC  X(08).
           03   FILLER             PIC  X(01).
           03   EL-RCV-TIME        PIC  X(06).
           03   FILLER             PIC  X(01).
           03   EL-NOTE            PIC  X(30).
       01  WS-SEEN-DISP            PIC  ZZZZ9.
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-LIST-CNT        PIC  9(07) VALUE ZERO.
           03   WS-EXPECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-MISSING-CNT     PIC  9(07) VALUE ZERO.
           03   WS-PENDING-CNT     PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-QRY-RTN.
           OPEN INPUT RCPT-FILE.
           IF R-STATUS = "00" THEN
              SET WS-RCPT-OPEN TO TRUE
           ELSE
              DISPLAY "RCPT-RPT: RCPT-REG NOT AVAILABLE (STATUS="
                      R-STATUS "), NO RECEIPTS REGISTERED"
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           IF WS-RCPT-OPEN THEN
              PERFORM FIND-CURRENT-RTN
              PERFORM WRITE-RECEIPT-RTN
           END-IF.
           PERFORM WRITE-EXPECT-HEAD-RTN.
           OPEN INPUT RCPT-CTL-FILE.
           IF C-STATUS = "00" THEN
              PERFORM CHECK-EXPECT-RTN
              CLOSE RCPT-CTL-FILE
           END-IF.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.
           IF WS-RCPT-OPEN THEN
              CLOSE RCPT-FILE
           END-IF.

           DISPLAY "RCPT-RPT LISTED  : " WS-LIST-CNT.
           DISPLAY "RCPT-RPT EXPECTED: " WS-EXPECT-CNT.
           DISPLAY "RCPT-RPT PENDING : " WS-PENDING-CNT.
           DISPLAY "RCPT-RPT MISSING : " WS-MISSING-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
           IF WS-MISSING-CNT > ZERO THEN
              MOVE -1 TO RETURN-CODE
           END-IF.
       MAIN-EXT.
           GOBACK.

      * RCPT-QRY is optional; without it every delivery is listed.
       READ-QRY-RTN.
           OPEN INPUT RCPT-QRY-FILE.
           IF Q-STATUS = "00" THEN
              READ RCPT-QRY-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE QRY-FEED TO WS-QRY-FEED
                    IF QRY-YEAR NUMERIC THEN
                       MOVE QRY-YEAR TO WS-QRY-YEAR
                    END-IF
              END-READ
              CLOSE RCPT-QRY-FILE
           END-IF.

      * Does the receipt in the buffer fall within the query?
       MATCH-QRY-RTN.
           SET WS-QRY-MATCH TO TRUE.
           IF WS-QRY-FEED NOT = SPACES
              AND RG-FEED NOT = WS-QRY-FEED THEN
              MOVE "N" TO WS-QRY-SW
           END-IF.
           IF WS-QRY-YEAR > ZERO THEN
              IF RG-YEAR-LO > WS-QRY-YEAR
                 OR RG-YEAR-HI < WS-QRY-YEAR THEN
                 MOVE "N" TO WS-QRY-SW
              END-IF
           END-IF.

      * First pass: the register is in feed/stamp order, so the last
      * loaded receipt seen for a feed is its current delivery.
       FIND-CURRENT-RTN.
           MOVE "00" TO R-STATUS.
           PERFORM UNTIL R-STATUS <> "00"
              READ RCPT-FILE NEXT
              IF R-STATUS = "00" AND RG-STATUS = "L" THEN
                 PERFORM MATCH-QRY-RTN
                 IF WS-QRY-MATCH THEN
                    PERFORM FIND-FEED-RTN
                    IF WS-FOUND THEN
                       MOVE RG-STAMP TO WF-CUR-STAMP(WS-FEED-IDX)
                    ELSE IF WS-FEED-CNT < 30 THEN
                       ADD 1 TO WS-FEED-CNT
                       SET WS-FEED-IDX TO WS-FEED-CNT
                       MOVE RG-FEED  TO WF-FEED(WS-FEED-IDX)
                       MOVE RG-STAMP TO WF-CUR-STAMP(WS-FEED-IDX)
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       FIND-FEED-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-CNT
              IF WF-FEED(WS-FEED-IDX) = RG-FEED THEN
                 SET WS-FOUND TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       WRITE-HEADER-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "INBOUND FILE RECEIPTS"  DELIMITED BY SIZE
                   "   RUN DATE "           DELIMITED BY SIZE
                   WS-CURRENT-DATE          DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           IF WS-QRY-FEED NOT = SPACES OR WS-QRY-YEAR > ZERO THEN
              STRING  "QUERY FEED="            DELIMITED BY SIZE
                      WS-QRY-FEED              DELIMITED BY SPACE
                      " YEAR="                 DELIMITED BY SIZE
                      WS-QRY-YEAR              DELIMITED BY SIZE
                      INTO PRINT-REC
              END-STRING
           END-IF.
           WRITE PRINT-REC.
           MOVE "FEED             RECEIVED        PROGRAM      RECORD"
                & "S      HASH TOTAL YEARS     STATUS   DETAIL"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

      * Second pass: one line per receipt matching the query.
       WRITE-RECEIPT-RTN.
           MOVE SPACES TO RG-KEY.
           START RCPT-FILE KEY IS >= RG-KEY
              INVALID KEY
                 MOVE "10" TO R-STATUS
              NOT INVALID KEY
                 MOVE "00" TO R-STATUS
           END-START.
           PERFORM UNTIL R-STATUS <> "00"
              READ RCPT-FILE NEXT
              IF R-STATUS = "00" THEN
                 PERFORM MATCH-QRY-RTN
                 IF WS-QRY-MATCH THEN
                    PERFORM WRITE-RECEIPT-LINE-RTN
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LIST-CNT = ZERO THEN
              MOVE "NO RECEIPTS MATCH" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.

       WRITE-RECEIPT-LINE-RTN.
           ADD 1 TO WS-LIST-CNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE RG-FEED          TO DL-FEED.
           MOVE RG-STAMP(1:8)    TO DL-RCV-DATE.
           MOVE RG-STAMP(9:6)    TO DL-RCV-TIME.
           MOVE RG-PROGRAM       TO DL-PROGRAM.
           MOVE RG-RECORDS       TO DL-RECORDS.
           MOVE RG-HASH          TO DL-HASH.
           IF RG-YEAR-HI > ZERO THEN
              MOVE RG-YEAR-LO    TO DL-YEAR-LO
              IF RG-YEAR-HI NOT = RG-YEAR-LO THEN
                 MOVE "-"        TO DL-YEAR-DASH
                 MOVE RG-YEAR-HI TO DL-YEAR-HI
              END-IF
           END-IF.
           EVALUATE RG-STATUS
              WHEN "L"
                 MOVE "LOADED"   TO DL-STATUS
                 MOVE SPACES TO DL-NOTE
                 STRING  "LOADED "            DELIMITED BY SIZE
                         RG-LOAD-STAMP(1:8)   DELIMITED BY SIZE
                         " "                  DELIMITED BY SIZE
                         RG-LOAD-STAMP(9:6)   DELIMITED BY SIZE
                         INTO DL-NOTE
                 END-STRING
              WHEN "D"
                 MOVE "REFUSED"  TO DL-STATUS
                 MOVE RG-SEEN-CNT TO WS-SEEN-DISP
                 MOVE SPACES TO DL-NOTE
                 STRING  "REPEAT OF "         DELIMITED BY SIZE
                         RG-DUP-OF(1:8)       DELIMITED BY SIZE
                         " SEEN"              DELIMITED BY SIZE
                         WS-SEEN-DISP         DELIMITED BY SIZE
                         INTO DL-NOTE
                 END-STRING
              WHEN OTHER
                 MOVE "RECEIVED" TO DL-STATUS
                 MOVE "NOT LOADED" TO DL-NOTE
           END-EVALUATE.
           PERFORM FIND-FEED-RTN.
           IF WS-FOUND AND RG-STATUS = "L"
              AND WF-CUR-STAMP(WS-FEED-IDX) = RG-STAMP THEN
              MOVE "CURRENT" TO DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-EXPECT-HEAD-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "EXPECTED DELIVERIES THIS PERIOD" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "FEED             CYCLE    DUE      STATUS           "
                & "    RECEIVED" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       CHECK-EXPECT-RTN.
           MOVE "00" TO C-STATUS.
           PERFORM UNTIL C-STATUS <> "00"
              READ RCPT-CTL-FILE
              IF C-STATUS = "00" AND CTL-FEED NOT = SPACES THEN
                 PERFORM CHECK-ONE-FEED-RTN THRU CHECK-ONE-FEED-EXT
              END-IF
           END-PERFORM.
           IF WS-EXPECT-CNT = ZERO THEN
              MOVE "NO FEEDS EXPECTED" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.

      * This period runs from today (nightly), the 1st of the month
      * (monthly) or 1 January (annual) up to now; the delivery is
      * due on the control entry's day (and month, for annual feeds)
      * within it, the 1st where none is given.
       CHECK-ONE-FEED-RTN.
           MOVE WS-CURRENT-DATE TO WS-DUE-DATE.
           EVALUATE CTL-CYCLE
              WHEN "N"
                 MOVE "NIGHTLY" TO WS-CYCLE-WORD
              WHEN "M"
                 MOVE "MONTHLY" TO WS-CYCLE-WORD
                 MOVE 1 TO WS-DUE-DD
              WHEN "A"
                 MOVE "ANNUAL" TO WS-CYCLE-WORD
                 MOVE 1 TO WS-DUE-MM
                 MOVE 1 TO WS-DUE-DD
              WHEN OTHER
                 DISPLAY "RCPT-RPT: INVALID CYCLE " CTL-CYCLE
                         " FOR " CTL-FEED ", NOT CHECKED"
                 GO TO CHECK-ONE-FEED-EXT
           END-EVALUATE.
           MOVE SPACES TO WS-PERIOD-START.
           MOVE WS-DUE-DATE TO WS-PERIOD-START(1:8).
           IF CTL-CYCLE = "A" AND CTL-DUE-MM NUMERIC
              AND CTL-DUE-MM > "00" AND CTL-DUE-MM < "13" THEN
              MOVE CTL-DUE-MM TO WS-DUE-MM
           END-IF.
           IF CTL-CYCLE NOT = "N" AND CTL-DUE-DD NUMERIC
              AND CTL-DUE-DD > "00" AND CTL-DUE-DD < "32" THEN
              MOVE CTL-DUE-DD TO WS-DUE-DD
           END-IF.
           ADD 1 TO WS-EXPECT-CNT.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-EXT.

           MOVE SPACES TO WS-EXPECT-LINE.
           MOVE CTL-FEED      TO EL-FEED.
           MOVE WS-CYCLE-WORD TO EL-CYCLE.
           MOVE WS-DUE-DATE   TO EL-DUE.
           IF WS-BEST-STATUS NOT = SPACE THEN
              MOVE WS-BEST-STAMP(1:8) TO EL-RCV-DATE
              MOVE WS-BEST-STAMP(9:6) TO EL-RCV-TIME
           END-IF.
           IF WS-BEST-STATUS = "L" THEN
              MOVE "LOADED" TO EL-STATUS
           ELSE IF WS-BEST-STATUS = "P" THEN
              MOVE "RECEIVED NOT LOADED" TO EL-STATUS
              ADD 1 TO WS-PENDING-CNT
           ELSE IF WS-CURRENT-DATE < WS-DUE-DATE THEN
              MOVE "NOT YET DUE" TO EL-STATUS
           ELSE
              MOVE "*** MISSING" TO EL-STATUS
              ADD 1 TO WS-MISSING-CNT
           END-IF
           END-IF
           END-IF.
           IF WS-BEST-STATUS = "D" THEN
              MOVE "ONLY A REPEAT OF AN OLD FILE" TO EL-NOTE
           END-IF.
           MOVE WS-EXPECT-LINE TO PRINT-REC.
           WRITE PRINT-REC.
       CHECK-ONE-FEED-EXT.

      * The best receipt for the feed since the period began: a
      * loaded delivery, else one received but not loaded, else a
      * refused repeat; the latest of the best kind is shown.
       FIND-PERIOD-RTN.
           MOVE SPACE  TO WS-BEST-STATUS.
           MOVE SPACES TO WS-BEST-STAMP.
           IF NOT WS-RCPT-OPEN THEN
              GO TO FIND-PERIOD-EXT
           END-IF.
           MOVE CTL-FEED        TO RG-FEED.
           MOVE WS-PERIOD-START TO RG-STAMP.
           START RCPT-FILE KEY IS >= RG-KEY
              INVALID KEY
                 MOVE "10" TO R-STATUS
              NOT INVALID KEY
                 MOVE "00" TO R-STATUS
           END-START.
           PERFORM UNTIL R-STATUS <> "00"
              READ RCPT-FILE NEXT
              IF R-STATUS = "00" THEN
                 IF RG-FEED NOT = CTL-FEED THEN
                    MOVE "10" TO R-STATUS
                 ELSE
                    PERFORM KEEP-BEST-RTN
                 END-IF
              END-IF
           END-PERFORM.
       FIND-PERIOD-EXT.

       KEEP-BEST-RTN.
           IF RG-STATUS = "L" THEN
              MOVE "L" TO WS-BEST-STATUS
              MOVE RG-STAMP TO WS-BEST-STAMP
           ELSE IF RG-STATUS = "P" AND WS-BEST-STATUS NOT = "L" THEN
              MOVE "P" TO WS-BEST-STATUS
              MOVE RG-STAMP TO WS-BEST-STAMP
           ELSE IF RG-STATUS = "D" AND WS-BEST-STATUS = SPACE THEN
              MOVE "D" TO WS-BEST-STATUS
              MOVE RG-STAMP TO WS-BEST-STAMP
           END-IF
           END-IF
           END-IF.

       WRITE-TRAILER-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-LIST-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "RECEIPTS LISTED       : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-EXPECT-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FEEDS EXPECTED        : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-PENDING-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "RECEIVED NOT LOADED   : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-MISSING-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FEEDS MISSING         : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
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
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "RCPT-RPT LISTED="   DELIMITED BY SIZE
                      WS-LIST-CNT          DELIMITED BY SIZE
                      " EXPECTED="         DELIMITED BY SIZE
                      WS-EXPECT-CNT        DELIMITED BY SIZE
                      " PENDING="          DELIMITED BY SIZE
                      WS-PENDING-CNT       DELIMITED BY SIZE
                      " MISSING="          DELIMITED BY SIZE
                      WS-MISSING-CNT       DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
