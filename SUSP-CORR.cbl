      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSP-CORR.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Suspense correction and resubmission: re-feeds corrected
      *  rows for open SUSP-MSTR items through the converter that
      *  rejected them, so a fix no longer means hand-editing next
      *  month's extract and hoping. One transaction per line of
      *  SUSP-TRAN:
      *
      *    feed (12) / code (12) / year (4)   the suspense item
      *    corrected row (60)                 in the feed's extract
      *                                       layout
      *
      *  Each row is staged alone under the extract name its
      *  converter reads (MENSEKI-SEQ, AGE-SEQ, KAJU-SEQ,
      *  ZINKO-DTL-SEQ, MENSEKI-DTL-SEQ, ZINKO-ADJ-SEQ, MONTH-SEQ,
      *  MIGR-SEQ)
      *  and the converter is CALLed and CANCELled, the way
      *  BACKFILL-RUN stages a year - so the row meets exactly the
      *  validation, closed-year check, duplicate handling and
      *  journaling a normal load gives it. SUSP-CORR-SW tells
      *  SUSP-LOG to hand the converter's verdict back here; a row
      *  that loads closes the original item, one that fails again
      *  refreshes the item's reason and stays open. A ZINKO-ADJ
      *  row over the approval limit is queued on PEND-MSTR rather
      *  than loaded; the item is left open as it is, to be closed
      *  when the approved adjustment is released. Transactions
      *  for an unknown feed or an item that is not open are
      *  rejected to SUSP-CORR-ERR; every resubmission is logged to
      *  SUSP-CORR-LOG.
      *
      *  The staged extracts and the feeds' -ERR files are saved
      *  first and put back when the run ends, so the nightly chain
      *  finds them exactly as before (BACKFILL-RUN's stance). Holds
      *  the shared run-lock for the whole run.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE        ASSIGN TO "SUSP-TRAN"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   T-STATUS.
           SELECT COPY-IN-FILE     ASSIGN USING WS-SRC-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   CI-STATUS.
           SELECT COPY-OUT-FILE    ASSIGN USING WS-DST-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   CO-STATUS.
           SELECT CORR-E-FILE      ASSIGN TO "SUSP-CORR-ERR"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT CORR-L-FILE      ASSIGN TO "SUSP-CORR-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  TRAN-FILE.
       01  TRAN-REC.
           03   ST-FEED            PIC  X(12).
           03   ST-CODE            PIC  X(12).
           03   ST-YEAR            PIC  X(04).
           03   ST-ROW             PIC  X(60).
       FD  COPY-IN-FILE.
       01  COPY-IN-REC             PIC  X(80).
       FD  COPY-OUT-FILE.
       01  COPY-OUT-REC            PIC  X(80).
       FD  CORR-E-FILE.
       01  CORR-E-REC              PIC  X(80).
       FD  CORR-L-FILE.
       01  CORR-L-REC              PIC  X(120).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  T-STATUS                PIC  XX.
       01  CI-STATUS               PIC  XX.
       01  CO-STATUS               PIC  XX.
       01  E-STATUS                PIC  XX.
       01  L-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-SRC-NAME             PIC  X(24).
       01  WS-DST-NAME             PIC  X(24).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-REJECT-REASON        PIC  X(30).
       01  WS-OUTCOME              PIC  X(08).
       01  WS-CONVERTER            PIC  X(12).
       01  WS-STEP-RC              PIC S9(04).
      * The feeds a suspense item can come from: the extract and
      * -ERR file the converter uses, the converter itself, and for
      * the two detail feeds the sibling extract DTL-CNV would also
      * pick up (staged empty while one side is resubmitted).
       01  WS-FEED-DEFS.
           03   FILLER  PIC X(28) VALUE "MENSEKI     MENSEKI-SEQ     ".
           03   FILLER  PIC X(29) VALUE "MENSEKI-ERR     MENSEKI-CNV 0".
           03   FILLER  PIC X(28) VALUE "AGE         AGE-SEQ         ".
           03   FILLER  PIC X(29) VALUE "AGE-ERR         AGE-CNV     0".
           03   FILLER  PIC X(28) VALUE "KAJU        KAJU-SEQ        ".
           03   FILLER  PIC X(29) VALUE "KAJU-ERR        KAJU-CNV    0".
           03   FILLER  PIC X(28) VALUE "ZINKO-DTL   ZINKO-DTL-SEQ   ".
           03   FILLER  PIC X(29) VALUE "ZINKO-DTL-ERR   DTL-CNV     5".
           03   FILLER  PIC X(28) VALUE "MENSEKI-DTL MENSEKI-DTL-SEQ ".
           03   FILLER  PIC X(29) VALUE "MENSEKI-DTL-ERR DTL-CNV     4".
           03   FILLER  PIC X(28) VALUE "ZINKO-ADJ   ZINKO-ADJ-SEQ   ".
           03   FILLER  PIC X(29) VALUE "ZINKO-ADJ-ERR   ZINKO-ADJ   0".
           03   FILLER  PIC X(28) VALUE "MONTH       MONTH-SEQ       ".
           03   FILLER  PIC X(29) VALUE "MONTH-ERR       MONTH-CNV   0".
           03   FILLER  PIC X(28) VALUE "MIGR        MIGR-SEQ        ".
           03   FILLER  PIC X(29) VALUE "MIGR-ERR        MIGR-CNV    0".
       01  WS-FEED-TABLE           REDEFINES WS-FEED-DEFS.
           03   WS-FEED-ENTRY      OCCURS 8 TIMES
                                   INDEXED BY WS-FEED-IDX.
                05   FD-FEED       PIC  X(12).
                05   FD-EXTRACT    PIC  X(16).
                05   FD-ERR        PIC  X(16).
                05   FD-CONVERTER  PIC  X(12).
                05   FD-SIBLING    PIC  9(01).
       01  WS-FEED-SAVED.
           03   WS-SAVED-ENTRY     OCCURS 8 TIMES.
                05   FD-EXT-SAVED  PIC  X(01).
                05   FD-ERR-SAVED  PIC  X(01).
       01  WS-SIB-IDX              PIC  9(01).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-COPIED-SW            PIC  X    VALUE "N".
           88  WS-COPIED                     VALUE "Y".
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-LOADED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-FAILED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-QUEUED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
       01  WS-SUSP-AREA.
           03   SL-ACTION          PIC  X(01).
           03   SL-PROGRAM         PIC  X(12).
           03   SL-FEED            PIC  X(12).
           03   SL-CODE            PIC  X(12).
           03   SL-YEAR            PIC  X(04).
           03   SL-REASON          PIC  X(30).
           03   SL-ROW             PIC  X(60).
           03   SL-RESULT          PIC  X(01).
       01  WS-LOCK-AREA.
           03   WS-LOCK-ACTION     PIC  X(01).
           03   WS-LOCK-HOLDER     PIC  X(12).
      * Shared with SUSP-LOG for the length of one resubmission.
       01  SUSP-CORR-AREA          EXTERNAL.
           03   SUSP-CORR-SW       PIC  X(01).
           03   SUSP-CORR-RESULT   PIC  X(01).
           03   SUSP-CORR-REASON   PIC  X(30).
      * Shared with the converters inside this run unit, exactly as
      * BATCH-RUN shares it.
       01  RUN-LOCK-HELD-SW        PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE "N" TO SUSP-CORR-SW.
           MOVE "SUSP-CORR" TO SL-PROGRAM.

           OPEN INPUT TRAN-FILE.
           IF T-STATUS <> "00" THEN
              DISPLAY "SUSP-CORR: NO SUSP-TRAN FILE (STATUS="
                      T-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "SUSP-CORR" TO WS-LOCK-HOLDER.
           CALL "LOCK-MGR" USING WS-LOCK-AREA.
           IF RETURN-CODE <> 0 THEN
              DISPLAY "SUSP-CORR: ANOTHER RUN IS ACTIVE, STOPPING"
              CLOSE TRAN-FILE
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE "Y" TO RUN-LOCK-HELD-SW.

           PERFORM SAVE-FEEDS-RTN.
           OPEN OUTPUT CORR-E-FILE.
           OPEN EXTEND CORR-L-FILE.
           IF L-STATUS <> "00" THEN
              OPEN OUTPUT CORR-L-FILE
           END-IF.
       READ-RTN.
           MOVE "00" TO T-STATUS.
           PERFORM UNTIL T-STATUS <> "00"
              READ TRAN-FILE NEXT
              IF T-STATUS = "00" THEN
                 ADD 1 TO WS-READ-CNT
                 PERFORM PROCESS-TRAN-RTN THRU PROCESS-TRAN-EXT
              END-IF
           END-PERFORM.
       READ-EXT.
           CLOSE TRAN-FILE.
           CLOSE CORR-E-FILE.
           CLOSE CORR-L-FILE.
           PERFORM RESTORE-FEEDS-RTN.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "LOCK-MGR" USING WS-LOCK-AREA.
           MOVE "N" TO RUN-LOCK-HELD-SW.
           MOVE 0 TO RETURN-CODE.

           DISPLAY "SUSP-CORR READ  : " WS-READ-CNT.
           DISPLAY "SUSP-CORR LOADED: " WS-LOADED-CNT.
           DISPLAY "SUSP-CORR FAILED: " WS-FAILED-CNT.
           DISPLAY "SUSP-CORR QUEUED: " WS-QUEUED-CNT.
           DISPLAY "SUSP-CORR REJECT: " WS-REJECT-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * One resubmission: the item must be open and the feed known
      * before anything is staged; the converter's verdict then
      * settles the original item.
       PROCESS-TRAN-RTN.
           PERFORM FIND-FEED-RTN.
           IF NOT WS-FOUND THEN
              MOVE "UNKNOWN FEED" TO WS-REJECT-REASON
              PERFORM WRITE-ERR-RTN
              GO TO PROCESS-TRAN-EXT
           END-IF.
           MOVE "Q"     TO SL-ACTION.
           MOVE ST-FEED TO SL-FEED.
           MOVE ST-CODE TO SL-CODE.
           MOVE ST-YEAR TO SL-YEAR.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           IF SL-RESULT NOT = "O" THEN
              MOVE "NO OPEN SUSPENSE ITEM" TO WS-REJECT-REASON
              PERFORM WRITE-ERR-RTN
              GO TO PROCESS-TRAN-EXT
           END-IF.
           IF ST-ROW = SPACES THEN
              MOVE "NO CORRECTED ROW" TO WS-REJECT-REASON
              PERFORM WRITE-ERR-RTN
              GO TO PROCESS-TRAN-EXT
           END-IF.

           PERFORM STAGE-ROW-RTN.
           MOVE FD-CONVERTER(WS-FEED-IDX) TO WS-CONVERTER.
           MOVE "Y"    TO SUSP-CORR-SW.
           MOVE SPACE  TO SUSP-CORR-RESULT.
           MOVE SPACES TO SUSP-CORR-REASON.
           CALL WS-CONVERTER.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-CONVERTER.
           MOVE "N" TO SUSP-CORR-SW.
           MOVE 0 TO RETURN-CODE.

           MOVE ST-FEED TO SL-FEED.
           MOVE ST-CODE TO SL-CODE.
           MOVE ST-YEAR TO SL-YEAR.
           IF WS-STEP-RC = 0 AND SUSP-CORR-RESULT = "L" THEN
              MOVE "C" TO SL-ACTION
              CALL "SUSP-LOG" USING WS-SUSP-AREA
              ADD 1 TO WS-LOADED-CNT
              MOVE "LOADED" TO WS-OUTCOME
              MOVE SPACES TO WS-REJECT-REASON
           ELSE IF WS-STEP-RC = 0 AND SUSP-CORR-RESULT = "Q" THEN
              ADD 1 TO WS-QUEUED-CNT
              MOVE "QUEUED" TO WS-OUTCOME
              MOVE SUSP-CORR-REASON TO WS-REJECT-REASON
           ELSE
              IF SUSP-CORR-RESULT = "R" THEN
                 MOVE SUSP-CORR-REASON TO WS-REJECT-REASON
              ELSE
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING  "NOT PROCESSED BY " DELIMITED BY SIZE
                         WS-CONVERTER        DELIMITED BY SPACE
                         INTO WS-REJECT-REASON
                 END-STRING
              END-IF
              MOVE "R"              TO SL-ACTION
              MOVE WS-REJECT-REASON TO SL-REASON
              MOVE ST-ROW           TO SL-ROW
              CALL "SUSP-LOG" USING WS-SUSP-AREA
              ADD 1 TO WS-FAILED-CNT
              MOVE "FAILED" TO WS-OUTCOME
           END-IF
           END-IF.
           PERFORM WRITE-LOG-RTN.
       PROCESS-TRAN-EXT.

       FIND-FEED-RTN.
           MOVE "N" TO WS-FOUND-SW.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 8 OR WS-FOUND
              IF FD-FEED(WS-FEED-IDX) = ST-FEED THEN
                 SET WS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF WS-FOUND THEN
              SET WS-FEED-IDX DOWN BY 1
           END-IF.

      * The corrected row alone becomes the feed's extract; for a
      * detail feed the sibling extract is staged empty so DTL-CNV
      * converts only this row.
       STAGE-ROW-RTN.
           MOVE FD-EXTRACT(WS-FEED-IDX) TO WS-DST-NAME.
           OPEN OUTPUT COPY-OUT-FILE.
           MOVE ST-ROW TO COPY-OUT-REC.
           WRITE COPY-OUT-REC.
           CLOSE COPY-OUT-FILE.
           MOVE FD-SIBLING(WS-FEED-IDX) TO WS-SIB-IDX.
           IF WS-SIB-IDX > ZERO THEN
              MOVE FD-EXTRACT(WS-SIB-IDX) TO WS-DST-NAME
              OPEN OUTPUT COPY-OUT-FILE
              CLOSE COPY-OUT-FILE
           END-IF.

      * Save every feed's staged extract and -ERR file before the
      * first resubmission overwrites them. A file that is not there
      * just notes its absence.
       SAVE-FEEDS-RTN.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 8
              MOVE FD-EXTRACT(WS-FEED-IDX) TO WS-SRC-NAME
              PERFORM SAVE-NAME-RTN
              PERFORM COPY-FILE-RTN
              MOVE WS-COPIED-SW TO FD-EXT-SAVED(WS-FEED-IDX)
              MOVE FD-ERR(WS-FEED-IDX) TO WS-SRC-NAME
              PERFORM SAVE-NAME-RTN
              PERFORM COPY-FILE-RTN
              MOVE WS-COPIED-SW TO FD-ERR-SAVED(WS-FEED-IDX)
           END-PERFORM.

      * Put every extract and -ERR file back as it was found: the
      * saved copy when there was one, otherwise empty, so a
      * resubmitted row can never be re-converted by the next
      * nightly run.
       RESTORE-FEEDS-RTN.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > 8
              MOVE FD-EXTRACT(WS-FEED-IDX) TO WS-DST-NAME
              PERFORM RESTORE-NAME-RTN
              IF FD-EXT-SAVED(WS-FEED-IDX) = "Y" THEN
                 PERFORM COPY-FILE-RTN
              ELSE
                 PERFORM EMPTY-FILE-RTN
              END-IF
              MOVE FD-ERR(WS-FEED-IDX) TO WS-DST-NAME
              PERFORM RESTORE-NAME-RTN
              IF FD-ERR-SAVED(WS-FEED-IDX) = "Y" THEN
                 PERFORM COPY-FILE-RTN
              ELSE
                 PERFORM EMPTY-FILE-RTN
              END-IF
           END-PERFORM.

       SAVE-NAME-RTN.
           MOVE SPACES TO WS-DST-NAME.
           STRING  WS-SRC-NAME  DELIMITED BY SPACE
                   "-CORSAV"    DELIMITED BY SIZE
                   INTO WS-DST-NAME
           END-STRING.

       RESTORE-NAME-RTN.
           MOVE SPACES TO WS-SRC-NAME.
           STRING  WS-DST-NAME  DELIMITED BY SPACE
                   "-CORSAV"    DELIMITED BY SIZE
                   INTO WS-SRC-NAME
           END-STRING.

       COPY-FILE-RTN.
           MOVE "N" TO WS-COPIED-SW.
           OPEN INPUT COPY-IN-FILE.
           IF CI-STATUS = "00" THEN
              OPEN OUTPUT COPY-OUT-FILE
              IF CO-STATUS <> "00" THEN
                 DISPLAY "SUSP-CORR: CANNOT WRITE " WS-DST-NAME
                         " (STATUS=" CO-STATUS "), CHECK IT BY HAND"
              ELSE
                 SET WS-COPIED TO TRUE
                 MOVE "00" TO CI-STATUS
                 PERFORM UNTIL CI-STATUS <> "00"
                    READ COPY-IN-FILE NEXT
                    IF CI-STATUS = "00" THEN
                       MOVE COPY-IN-REC TO COPY-OUT-REC
                       WRITE COPY-OUT-REC
                    END-IF
                 END-PERFORM
                 CLOSE COPY-OUT-FILE
              END-IF
              CLOSE COPY-IN-FILE
           END-IF.

       EMPTY-FILE-RTN.
           OPEN OUTPUT COPY-OUT-FILE.
           IF CO-STATUS = "00" THEN
              CLOSE COPY-OUT-FILE
           ELSE
              DISPLAY "SUSP-CORR: CANNOT RESTORE " WS-DST-NAME
                      " (STATUS=" CO-STATUS "), CHECK IT BY HAND"
           END-IF.

       WRITE-ERR-RTN.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO CORR-E-REC.
           STRING     ST-FEED          DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ST-CODE          DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ST-YEAR          DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO             CORR-E-REC
           END-STRING.
           WRITE CORR-E-REC.

      * One dated log line per resubmission, what became of it and
      * why, so the history of an item survives its closing.
       WRITE-LOG-RTN.
           MOVE SPACES TO CORR-L-REC.
           STRING  WS-CURRENT-DATE  DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-CURRENT-TIME  DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   ST-FEED          DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   ST-CODE          DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   ST-YEAR          DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-OUTCOME       DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
                   INTO CORR-L-REC
           END-STRING.
           WRITE CORR-L-REC.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
      * driver can fold them into its own audit trail.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "SUSP-CORR READ="    DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " LOADED="            DELIMITED BY SIZE
                      WS-LOADED-CNT        DELIMITED BY SIZE
                      " FAILED="            DELIMITED BY SIZE
                      WS-FAILED-CNT        DELIMITED BY SIZE
                      " QUEUED="            DELIMITED BY SIZE
                      WS-QUEUED-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
