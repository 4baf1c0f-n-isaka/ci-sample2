      *  file just skips that side so the nightly chain can run
      *  whether or not a municipality delivery arrived. Bad rows are
      *  rejected to ZINKO-DTL-ERR/MENSEKI-DTL-ERR the way
      *  MENSEKI-CNV rejects extract rows (and carried into SUSP-MSTR
      *  through SUSP-LOG until they load), and this run's counts are
      *  appended to STEP-COUNTS. Under a SHADOW-RUN what-if run
      *  every file named here is its SHD- sandbox copy.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ZINKO-DS-FILE    ASSIGN USING WS-ZINKO-DS-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-DS-FILE  ASSIGN USING WS-MENSEKI-DS-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT ZINKO-DI-FILE    ASSIGN USING WS-ZINKO-DI-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-DI-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-DI-FILE  ASSIGN USING WS-MENSEKI-DI-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-DI-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT ZINKO-DE-FILE    ASSIGN USING WS-ZINKO-DE-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT MENSEKI-DE-FILE  ASSIGN USING WS-MENSEKI-DE-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN USING WS-STEP-CNT-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
           03   WS-DUP-ACTION      PIC  X(01).
           03   WS-DUP-KEY         PIC  X(16).
           03   WS-DUP-RESULT      PIC  X(01).
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
      * Shared with SHADOW-RUN inside one run unit: "Y" means a
      * what-if run, so the files named below are the SHD- sandbox
      * copies and production is left alone. An ordinary run sees
      * the initial value and uses the production names.
       01  WS-ZINKO-DS-NAME        PIC  X(20) VALUE "ZINKO-DTL-SEQ".
       01  WS-MENSEKI-DS-NAME      PIC  X(20) VALUE "MENSEKI-DTL-SEQ".
       01  WS-ZINKO-DI-NAME        PIC  X(20) VALUE "ZINKO-DTL-IDX".
       01  WS-MENSEKI-DI-NAME      PIC  X(20) VALUE "MENSEKI-DTL-IDX".
       01  WS-ZINKO-DE-NAME        PIC  X(20) VALUE "ZINKO-DTL-ERR".
       01  WS-MENSEKI-DE-NAME      PIC  X(20) VALUE "MENSEKI-DTL-ERR".
       01  WS-STEP-CNT-NAME        PIC  X(20) VALUE "STEP-COUNTS".
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM SHADOW-NAMES-RTN.
           MOVE "DTL-CNV" TO SL-PROGRAM.
           MOVE "DTL-CNV" TO RC-PROGRAM.
           PERFORM CONVERT-ZINKO-RTN THRU CONVERT-ZINKO-EXT.
           PERFORM CONVERT-MENSEKI-RTN THRU CONVERT-MENSEKI-EXT.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           DISPLAY "DTL-CNV ZINKO READ    : " WS-Z-READ-CNT.
           DISPLAY "DTL-CNV ZINKO WRITE   : " WS-Z-WRITE-CNT.
           DISPLAY "DTL-CNV ZINKO UPDATE  : " WS-Z-UPDATE-CNT.

      * Convert the municipality population extract. A missing
      * ZINKO-DTL-SEQ just skips this side: municipality deliveries
      * are not guaranteed every cycle. A file RCPT-REG refuses as a
      * repeat of a delivery already loaded is skipped the same way;
      * a converted file's receipt is marked loaded.
       CONVERT-ZINKO-RTN.
           MOVE "ZINKO-DTL-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "DTL-CNV: ZINKO-DTL-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", SKIPPING"
              GO TO CONVERT-ZINKO-EXT
           END-IF.
           OPEN INPUT ZINKO-DS-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "DTL-CNV: NO ZINKO-DTL-SEQ, SKIPPING (STATUS="
           ELSE
              PERFORM OPEN-ZINKO-IDX-RTN
              OPEN OUTPUT ZINKO-DE-FILE
              MOVE "ZINKO-DTL" TO SL-FEED
              MOVE "S" TO SL-ACTION
              CALL "SUSP-LOG" USING WS-SUSP-AREA
              PERFORM INIT-SEEN-RTN
              PERFORM READ-ZINKO-RTN
              CLOSE ZINKO-DS-FILE
              CLOSE ZINKO-DI-FILE
              CLOSE ZINKO-DE-FILE
              MOVE "L" TO RC-ACTION
              CALL "RCPT-REG" USING WS-RCPT-AREA
           END-IF.
       CONVERT-ZINKO-EXT.

       READ-ZINKO-RTN.
           MOVE "00" TO F-STATUS.
                    GOBACK
                 END-IF
                 ADD 1 TO WS-Z-UPDATE-CNT
                 PERFORM SUSP-ZINKO-CLOSE-RTN
              END-IF
           ELSE IF F-STATUS <> "00" THEN
              DISPLAY "WRITE ERROR:" F-STATUS
              GOBACK
           ELSE
              ADD 1 TO WS-Z-WRITE-CNT
              PERFORM SUSP-ZINKO-CLOSE-RTN
           END-IF
           END-IF.

                      INTO             ZINKO-DE-REC
           END-STRING.
           WRITE ZINKO-DE-REC.
           MOVE "R"              TO SL-ACTION.
           PERFORM SUSP-ZINKO-KEY-RTN.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE ZINKO-DS-REC     TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * The row loaded: close any suspense item still open for it.
       SUSP-ZINKO-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           PERFORM SUSP-ZINKO-KEY-RTN.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * A detail row's suspense code is the prefecture code and the
      * municipality code side by side, as keyed on the detail IDX.
       SUSP-ZINKO-KEY-RTN.
           MOVE SPACES           TO SL-CODE.
           MOVE ZD-S-PREF-CODE   TO SL-CODE(1:7).
           MOVE ZD-S-MUNI-CODE   TO SL-CODE(8:5).
           MOVE ZD-S-YEAR        TO SL-YEAR.

      * Convert the municipality area extract, same shape as the
      * population side above.
       CONVERT-MENSEKI-RTN.
           MOVE "MENSEKI-DTL-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "DTL-CNV: MENSEKI-DTL-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", SKIPPING"
              GO TO CONVERT-MENSEKI-EXT
           END-IF.
           OPEN INPUT MENSEKI-DS-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "DTL-CNV: NO MENSEKI-DTL-SEQ, SKIPPING (STATUS="
           ELSE
              PERFORM OPEN-MENSEKI-IDX-RTN
              OPEN OUTPUT MENSEKI-DE-FILE
              MOVE "MENSEKI-DTL" TO SL-FEED
              MOVE "S" TO SL-ACTION
              CALL "SUSP-LOG" USING WS-SUSP-AREA
              PERFORM INIT-SEEN-RTN
              PERFORM READ-MENSEKI-RTN
              CLOSE MENSEKI-DS-FILE
              CLOSE MENSEKI-DI-FILE
              CLOSE MENSEKI-DE-FILE
              MOVE "L" TO RC-ACTION
              CALL "RCPT-REG" USING WS-RCPT-AREA
           END-IF.
       CONVERT-MENSEKI-EXT.

       READ-MENSEKI-RTN.
           MOVE "00" TO F-STATUS.
                    GOBACK
                 END-IF
                 ADD 1 TO WS-M-UPDATE-CNT
                 PERFORM SUSP-MENSEKI-CLOSE-RTN
              END-IF
           ELSE IF F-STATUS <> "00" THEN
              DISPLAY "WRITE ERROR:" F-STATUS
              GOBACK
           ELSE
              ADD 1 TO WS-M-WRITE-CNT
              PERFORM SUSP-MENSEKI-CLOSE-RTN
           END-IF
           END-IF.

                      INTO             MENSEKI-DE-REC
           END-STRING.
           WRITE MENSEKI-DE-REC.
           MOVE "R"              TO SL-ACTION.
           PERFORM SUSP-MENSEKI-KEY-RTN.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE MENSEKI-DS-REC   TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

       SUSP-MENSEKI-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           PERFORM SUSP-MENSEKI-KEY-RTN.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

       SUSP-MENSEKI-KEY-RTN.
           MOVE SPACES           TO SL-CODE.
           MOVE MD-S-PREF-CODE   TO SL-CODE(1:7).
           MOVE MD-S-MUNI-CODE   TO SL-CODE(8:5).
           MOVE MD-S-YEAR        TO SL-YEAR.

      * Open a detail master for update so prior years already on
      * the file survive this run; create the file first time out.
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.

      * A SHADOW-RUN what-if run reads and writes the SHD- sandbox
      * copies instead of the production files.
       SHADOW-NAMES-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              MOVE "SHD-ZINKO-DTL-SEQ" TO WS-ZINKO-DS-NAME
              MOVE "SHD-MENSEKI-DTL-SEQ" TO WS-MENSEKI-DS-NAME
              MOVE "SHD-ZINKO-DTL-IDX" TO WS-ZINKO-DI-NAME
              MOVE "SHD-MENSEKI-DTL-IDX" TO WS-MENSEKI-DI-NAME
              MOVE "SHD-ZINKO-DTL-ERR" TO WS-ZINKO-DE-NAME
              MOVE "SHD-MENSEKI-DTL-ERR" TO WS-MENSEKI-DE-NAME
              MOVE "SHD-STEP-COUNTS" TO WS-STEP-CNT-NAME
           END-IF.
