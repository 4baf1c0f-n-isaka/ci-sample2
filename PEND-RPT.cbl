      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 PEND-RPT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  What is waiting on the PEND-MSTR approval queue: every item
      *  still pending a decision (state P), and every item approved
      *  through PEND-APR but not yet applied by the next run of its
      *  own program (state A). Items come out in key order, which
      *  is the order they were entered, so the oldest are at the
      *  top. Each line shows the item ID (the key PEND-APR wants),
      *  the program that queued it, who entered it, when, how many
      *  days it has been waiting, why it was held and, for an
      *  approved item, who approved it; the held transaction itself
      *  is printed beneath. Items already applied, failed or
      *  rejected are history and are left to PEND-LOG.
      *
      *  Output PEND-RPT.txt; counts to STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT PEND-M-FILE      ASSIGN TO "PEND-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PD-ID
                                   FILE   STATUS  IS   PN-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "PEND-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      * Approval queue entry, same layout as in ZINKO-ADJ.
       FD  PEND-M-FILE.
       01  PEND-M-REC.
           03   PD-ID.
               05   PD-ID-DATE     PIC  9(08).
               05   PD-ID-TIME     PIC  9(08).
               05   PD-ID-SEQ      PIC  9(04).
           03   PD-SOURCE          PIC  X(01).
           03   PD-STATE           PIC  X(01).
           03   PD-MAKER           PIC  X(12).
           03   PD-REASON          PIC  X(26).
           03   PD-CHECKER         PIC  X(12).
           03   PD-DECIDE-DATE     PIC  9(08).
           03   PD-DONE-DATE       PIC  9(08).
           03   PD-RESULT          PIC  X(26).
           03   PD-ROW             PIC  X(60).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  PN-STATUS               PIC  XX.
       01  P-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-PEND-SW              PIC  X    VALUE "N".
           88  WS-PEND-OPEN                  VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TODAY-DAYS           PIC  9(09).
       01  WS-AGE                  PIC  9(05).
       01  WS-OLDEST-AGE           PIC  9(05) VALUE ZERO.
      * Day-number work area (same routine as SLA-RPT).
       01  WS-DN-DATE              PIC  9(08).
       01  WS-DN-DATE-R            REDEFINES WS-DN-DATE.
           03   WS-DN-YYYY         PIC  9(04).
           03   WS-DN-MM           PIC  9(02).
           03   WS-DN-DD           PIC  9(02).
       01  WS-DN-YEAR              PIC  9(04).
       01  WS-DN-MONTH             PIC  9(02).
       01  WS-DN-Q4                PIC  9(04).
       01  WS-DN-Q100              PIC  9(04).
       01  WS-DN-Q400              PIC  9(04).
       01  WS-DN-MDAYS             PIC  9(04).
       01  WS-DN-DAYS              PIC  9(09).
       01  WS-DETAIL-LINE.
           03   DL-ID              PIC  X(20).
           03   FILLER             PIC  X(01).
           03   DL-SOURCE          PIC  X(09).
           03   FILLER             PIC  X(01).
           03   DL-STATE           PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-MAKER           PIC  X(12).
           03   FILLER             PIC  X(01).
           03   DL-ENTERED         PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-AGE             PIC  ZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-REASON          PIC  X(26).
           03   FILLER             PIC  X(01).
           03   DL-CHECKER         PIC  X(12).
       01  WS-ROW-LINE.
           03   FILLER             PIC  X(21) VALUE SPACES.
           03   FILLER             PIC  X(05) VALUE "ROW: ".
           03   RL-ROW             PIC  X(60).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-PENDING-CNT     PIC  9(07) VALUE ZERO.
           03   WS-APPROVED-CNT    PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
           OPEN INPUT PEND-M-FILE.
           IF PN-STATUS = "00" THEN
              SET WS-PEND-OPEN TO TRUE
           ELSE
              DISPLAY "PEND-RPT: PEND-MSTR NOT AVAILABLE (STATUS="
                      PN-STATUS "), NOTHING QUEUED"
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           IF WS-PEND-OPEN THEN
              PERFORM LIST-RTN
              CLOSE PEND-M-FILE
           END-IF.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.

           DISPLAY "PEND-RPT PENDING : " WS-PENDING-CNT.
           DISPLAY "PEND-RPT APPROVED: " WS-APPROVED-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * One pass over the queue in key (entry) order.
       LIST-RTN.
           MOVE "00" TO PN-STATUS.
           PERFORM UNTIL PN-STATUS <> "00"
              READ PEND-M-FILE NEXT
              IF PN-STATUS = "00" THEN
                 IF PD-STATE = "P" OR PD-STATE = "A" THEN
                    PERFORM WRITE-ITEM-RTN
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-ITEM-RTN.
           MOVE PD-ID-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           IF WS-DN-DAYS > ZERO AND WS-DN-DAYS < WS-TODAY-DAYS THEN
              COMPUTE WS-AGE = WS-TODAY-DAYS - WS-DN-DAYS
           ELSE
              MOVE ZERO TO WS-AGE
           END-IF.
           MOVE SPACES     TO WS-DETAIL-LINE.
           MOVE PD-ID      TO DL-ID.
           IF PD-SOURCE = "A" THEN
              MOVE "ZINKO-ADJ" TO DL-SOURCE
           ELSE
              MOVE "MSTR-MNT"  TO DL-SOURCE
           END-IF.
           IF PD-STATE = "P" THEN
              MOVE "PENDING"  TO DL-STATE
              ADD 1 TO WS-PENDING-CNT
              IF WS-AGE > WS-OLDEST-AGE THEN
                 MOVE WS-AGE TO WS-OLDEST-AGE
              END-IF
           ELSE
              MOVE "APPROVED" TO DL-STATE
              MOVE PD-CHECKER TO DL-CHECKER
              ADD 1 TO WS-APPROVED-CNT
           END-IF.
           MOVE PD-MAKER   TO DL-MAKER.
           MOVE PD-ID-DATE TO DL-ENTERED.
           MOVE WS-AGE     TO DL-AGE.
           MOVE PD-REASON  TO DL-REASON.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE PD-ROW TO RL-ROW.
           MOVE WS-ROW-LINE TO PRINT-REC.
           WRITE PRINT-REC.

      * Day number of WS-DN-DATE counted from a fixed origin, with
      * March as the first month so the leap day falls at the end
      * of the counting year (same routine as SLA-RPT).
       DAY-NUMBER-RTN.
           MOVE ZERO TO WS-DN-DAYS.
           IF WS-DN-DATE NOT NUMERIC OR WS-DN-YYYY = ZERO THEN
              GO TO DAY-NUMBER-EXT
           END-IF.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM   TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3 THEN
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS.
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
                              - WS-DN-Q100 + WS-DN-Q400
                              + WS-DN-MDAYS + WS-DN-DD.
       DAY-NUMBER-EXT.
           EXIT.

       WRITE-HEADER-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "ITEMS AWAITING APPROVAL" DELIMITED BY SIZE
                   "   RUN DATE "            DELIMITED BY SIZE
                   WS-CURRENT-DATE           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "ITEM ID              SOURCE    STATE    ENTERED BY"
                & "   ENTERED   DAYS HELD BECAUSE               APPRO"
                & "VED BY"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-TRAILER-RTN.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-PENDING-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "AWAITING DECISION     : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-APPROVED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "APPROVED, NOT APPLIED : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-OLDEST-AGE TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "OLDEST UNDECIDED DAYS : " DELIMITED BY SIZE
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
           STRING     "PEND-RPT PENDING="  DELIMITED BY SIZE
                      WS-PENDING-CNT       DELIMITED BY SIZE
                      " APPROVED="          DELIMITED BY SIZE
                      WS-APPROVED-CNT      DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
