      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MIGR-CNV.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Converts the statistics office's inter-prefecture migration
      *  extract MIGR-SEQ into the indexed MIGR-IDX flow master, keyed
      *  origin code + destination code + year, so MIGR-RPT can split
      *  a prefecture's population change into moves in, moves out
      *  and the natural-change residual. One fixed-format extract
      *  line per origin/destination pair and year:
      *
      *    origin code (7) / destination code (7) / year (4) /
      *    movers (8)
      *
      *  Both codes must be on PREF-MSTR and must differ; a row that
      *  fails, or that targets a year YEAR-CLS has closed, is
      *  rejected to MIGR-ERR with a reason, the way the other
      *  converters reject extract rows. PREF-MSTR is required - a
      *  flow that cannot be checked against it is not loaded at all.
      *  A pair already on file from an earlier run is a correction
      *  and is rewritten; one already loaded by this same run (its
      *  run stamp is this run's) is an in-run duplicate and is
      *  rejected. Rejects are carried into the suspense master
      *  under feed MIGR, exactly as MONTH-CNV carries its rows, so
      *  SUSP-CORR can resubmit a corrected flow; the item's code is
      *  the origin code followed by the first five characters of
      *  the destination code (the detail feeds' muni-code place).
      *  The delivery is registered on RCPT-REG like every other
      *  extract. This run's counts are appended to STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MIGR-S-FILE      ASSIGN TO "MIGR-SEQ"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MIGR-I-FILE      ASSIGN TO "MIGR-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MIGR-I-KEY
                                   FILE   STATUS  IS   I-STATUS.
           SELECT PREF-M-FILE      ASSIGN TO "PREF-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   PM-CODE
                                   FILE   STATUS  IS   PM-STATUS.
           SELECT MIGR-E-FILE      ASSIGN TO "MIGR-ERR"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MIGR-S-FILE.
       01  MIGR-S-REC.
           03   MG-S-ORIG          PIC  X(07).
           03   MG-S-DEST          PIC  X(07).
           03   MG-S-YEAR          PIC  9(04).
           03   MG-S-MOVERS        PIC  9(08).
       FD  MIGR-I-FILE.
       01  MIGR-I-REC.
           03   MIGR-I-KEY.
               05   MG-I-ORIG      PIC  X(07).
               05   MG-I-DEST      PIC  X(07).
               05   MG-I-YEAR      PIC  9(04).
           03   MG-I-MOVERS        PIC  9(08).
           03   MG-I-STAMP         PIC  X(14).
       FD  PREF-M-FILE.
       01  PREF-M-REC.
           03   PM-CODE            PIC  X(07).
           03   PM-CAPITAL         PIC  X(08).
           03   PM-CLASS           PIC  X(02).
       FD  MIGR-E-FILE.
       01  MIGR-E-REC              PIC  X(80).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  I-STATUS                PIC  XX.
       01  PM-STATUS               PIC  XX.
       01  E-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-RUN-STAMP            PIC  X(14).
       01  WS-REJECT-REASON        PIC  X(26).
       01  WS-VALID-SW             PIC  X    VALUE "Y".
           88  WS-IS-VALID                   VALUE "Y".
           88  WS-IS-INVALID                 VALUE "N".
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-WRITE-CNT       PIC  9(07) VALUE ZERO.
           03   WS-UPDATE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
           03   WS-CLOSED-CNT      PIC  9(07) VALUE ZERO.
       01  WS-YEAR-CHK-AREA.
           03   YR-YEAR            PIC  9(04).
           03   YR-RESULT          PIC  X(01).
       01  WS-NEW-REC              PIC  X(40).
       01  WS-SUSP-AREA.
           03   SL-ACTION          PIC  X(01).
           03   SL-PROGRAM         PIC  X(12).
           03   SL-FEED            PIC  X(12).
           03   SL-CODE            PIC  X(12).
           03   SL-YEAR            PIC  X(04).
           03   SL-REASON          PIC  X(30).
           03   SL-ROW             PIC  X(60).
           03   SL-RESULT          PIC  X(01).
       01  WS-RCPT-AREA.
           03   RC-ACTION          PIC  X(01).
           03   RC-PROGRAM         PIC  X(12).
           03   RC-FEED            PIC  X(16).
           03   RC-STAMP           PIC  X(16).
           03   RC-DUP-OF          PIC  X(16).
           03   RC-RESULT          PIC  X(01).
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      * The extract is registered on RCPT-REG before anything else;
      * a file repeating a delivery already loaded is refused there
      * and nothing is converted (the zero-count STEP-COUNTS line
      * still shows the step ran), and the receipt is marked loaded
      * once the conversion completes.
       MAIN-RTN.
           MOVE "MIGR-CNV" TO RC-PROGRAM.
           MOVE "MIGR-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "MIGR-CNV: MIGR-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT CONVERTED AGAIN"
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           MOVE "MIGR-CNV" TO SL-PROGRAM.
           MOVE "MIGR" TO SL-FEED.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-STAMP.
           STRING  WS-CURRENT-DATE      DELIMITED BY SIZE
                   WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
                   INTO WS-RUN-STAMP
           END-STRING.

           OPEN INPUT MIGR-S-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "MIGR-CNV: NO MIGR-SEQ FILE (STATUS="
                      F-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PREF-M-FILE.
           IF PM-STATUS <> "00" THEN
              DISPLAY "MIGR-CNV: PREF-MSTR NOT AVAILABLE, CODES "
                      "CANNOT BE CHECKED (STATUS=" PM-STATUS ")"
              CLOSE MIGR-S-FILE
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           PERFORM OPEN-IDX-RTN.
           OPEN OUTPUT MIGR-E-FILE.
           MOVE "S" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
       READ-RTN.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ MIGR-S-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM SUSP-END-RTN
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN
              IF WS-IS-VALID THEN
                 PERFORM CHECK-CLOSED-RTN
              END-IF
              IF WS-IS-VALID THEN
                 PERFORM WRITE-IDX-RTN
              ELSE
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-REJECT-CNT
              END-IF
           END-PERFORM.
       READ-EXT.
           CLOSE MIGR-S-FILE.
           CLOSE MIGR-I-FILE.
           CLOSE PREF-M-FILE.
           CLOSE MIGR-E-FILE.
           PERFORM SUSP-END-RTN.
           DISPLAY "MIGR-CNV READ  : " WS-READ-CNT.
           DISPLAY "MIGR-CNV WRITE : " WS-WRITE-CNT.
           DISPLAY "MIGR-CNV UPDATE: " WS-UPDATE-CNT.
           DISPLAY "MIGR-CNV REJECT: " WS-REJECT-CNT.
           DISPLAY "MIGR-CNV CLOSED: " WS-CLOSED-CNT.
           MOVE "L" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * Open MIGR-IDX for update so prior years already on the file
      * survive this run; create the file first time out.
       OPEN-IDX-RTN.
           OPEN I-O MIGR-I-FILE.
           IF I-STATUS = "35" THEN
              OPEN OUTPUT MIGR-I-FILE
              CLOSE MIGR-I-FILE
              OPEN I-O MIGR-I-FILE
           END-IF.

       VALIDATE-RTN.
           SET WS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MG-S-ORIG = SPACES OR MG-S-ORIG NOT NUMERIC THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID ORIGIN CODE" TO WS-REJECT-REASON
           ELSE IF MG-S-DEST = SPACES OR MG-S-DEST NOT NUMERIC THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID DESTINATION CODE" TO WS-REJECT-REASON
           ELSE IF MG-S-ORIG = MG-S-DEST THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "ORIGIN EQUALS DESTINATION" TO WS-REJECT-REASON
           ELSE IF MG-S-YEAR NOT NUMERIC OR MG-S-YEAR = ZERO THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID YEAR VALUE" TO WS-REJECT-REASON
           ELSE IF MG-S-MOVERS NOT NUMERIC THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID MOVERS VALUE" TO WS-REJECT-REASON
           ELSE
              PERFORM CHECK-PREF-RTN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Both ends of a flow must be prefectures the suite knows, or
      * the move would count against nobody in MIGR-RPT.
       CHECK-PREF-RTN.
           MOVE MG-S-ORIG TO PM-CODE.
           READ PREF-M-FILE KEY IS PM-CODE
              INVALID KEY
                 SET WS-IS-INVALID TO TRUE
                 MOVE "ORIGIN NOT ON PREF-MSTR" TO WS-REJECT-REASON
           END-READ.
           IF WS-IS-VALID THEN
              MOVE MG-S-DEST TO PM-CODE
              READ PREF-M-FILE KEY IS PM-CODE
                 INVALID KEY
                    SET WS-IS-INVALID TO TRUE
                    MOVE "DEST NOT ON PREF-MSTR"
                         TO WS-REJECT-REASON
              END-READ
           END-IF.

      * A row targeting a fiscal year YEAR-CLS has closed is
      * rejected like any other bad row and counted separately, so a
      * late rerun cannot move a published figure.
       CHECK-CLOSED-RTN.
           MOVE MG-S-YEAR TO YR-YEAR.
           CALL "YEAR-CHK" USING WS-YEAR-CHK-AREA.
           IF YR-RESULT = "C" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "YEAR CLOSED" TO WS-REJECT-REASON
              ADD 1 TO WS-CLOSED-CNT
           END-IF.

      * WRITE a new flow; a flow already on file is a correction
      * from a later extract and is rewritten, unless this run
      * loaded it already, which makes this row an in-run duplicate.
       WRITE-IDX-RTN.
           MOVE MG-S-ORIG    TO MG-I-ORIG.
           MOVE MG-S-DEST    TO MG-I-DEST.
           MOVE MG-S-YEAR    TO MG-I-YEAR.
           MOVE MG-S-MOVERS  TO MG-I-MOVERS.
           MOVE WS-RUN-STAMP TO MG-I-STAMP.
           WRITE MIGR-I-REC.
           IF I-STATUS = "22" THEN
              MOVE MIGR-I-REC TO WS-NEW-REC
              READ MIGR-I-FILE KEY IS MIGR-I-KEY
                 INVALID KEY
                    CONTINUE
              END-READ
              IF MG-I-STAMP = WS-RUN-STAMP THEN
                 MOVE "DUPLICATE FLOW IN RUN" TO WS-REJECT-REASON
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-REJECT-CNT
              ELSE
                 MOVE WS-NEW-REC TO MIGR-I-REC
                 REWRITE MIGR-I-REC
                 IF I-STATUS <> "00" THEN
                    DISPLAY "REWRITE ERROR:" I-STATUS
                    MOVE -1 TO RETURN-CODE
                    PERFORM SUSP-END-RTN
                    PERFORM WRITE-STEP-CNT-ABORT-RTN
                    GOBACK
                 END-IF
                 ADD 1 TO WS-UPDATE-CNT
                 PERFORM SUSP-CLOSE-RTN
              END-IF
           ELSE IF I-STATUS <> "00" THEN
              DISPLAY "WRITE ERROR:" I-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM SUSP-END-RTN
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           ELSE
              ADD 1 TO WS-WRITE-CNT
              PERFORM SUSP-CLOSE-RTN
           END-IF
           END-IF.

       WRITE-ERR-RTN.
           MOVE SPACES TO MIGR-E-REC.
           STRING     MG-S-ORIG        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      MG-S-DEST        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      MG-S-YEAR        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO             MIGR-E-REC
           END-STRING.
           WRITE MIGR-E-REC.
           PERFORM SUSP-REJECT-RTN.

      * Carry the reject into the suspense master (SUSP-LOG), keyed
      * feed + code + year, so it stays outstanding until a later
      * extract or a SUSP-CORR resubmission loads it.
       SUSP-REJECT-RTN.
           MOVE "R"              TO SL-ACTION.
           PERFORM SUSP-KEY-RTN.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE MIGR-S-REC       TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * The row loaded: close any suspense item still open for it.
       SUSP-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           PERFORM SUSP-KEY-RTN.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

       SUSP-KEY-RTN.
           MOVE SPACES           TO SL-CODE.
           MOVE MG-S-ORIG        TO SL-CODE(1:7).
           MOVE MG-S-DEST(1:5)   TO SL-CODE(8:5).
           MOVE MG-S-YEAR        TO SL-YEAR.

      * SUSP-LOG keeps SUSP-MSTR open until told the run is over;
      * called at the end of the run and before any abort GOBACK.
       SUSP-END-RTN.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
      * driver can fold them into its own audit trail.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           CLOSE STEP-CNT-FILE.

      * Same idiom as WRITE-STEP-CNT-RTN, but for a fatal error that
      * GOBACKs mid-run, so the audit entry shows the counts reached
      * so far and that the run was aborted.
       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           MOVE "MIGR-CNV - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "MIGR-CNV READ="     DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " WRITE="             DELIMITED BY SIZE
                      WS-WRITE-CNT         DELIMITED BY SIZE
                      " UPDATE="            DELIMITED BY SIZE
                      WS-UPDATE-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " CLOSED="            DELIMITED BY SIZE
                      WS-CLOSED-CNT        DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
