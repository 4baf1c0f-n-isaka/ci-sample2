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
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      * The extract is registered on RCPT-REG before anything else;
      * a file repeating a delivery already loaded is refused there
      * and nothing is converted (the zero-count STEP-COUNTS line
      * still shows the step ran), and the receipt is marked loaded
      * once the conversion completes.
       MAIN-RTN.
           MOVE "KAJU-CNV" TO RC-PROGRAM.
           MOVE "KAJU-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "KAJU-CNV: KAJU-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT CONVERTED AGAIN"
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           MOVE "I" TO WS-DUP-ACTION.
           MOVE SPACES TO WS-DUP-KEY.
           CALL "DUP-CHK" USING WS-DUP-AREA.
           MOVE "KAJU-CNV" TO SL-PROGRAM.
           MOVE "KAJU" TO SL-FEED.

           OPEN INPUT KAJU-S-FILE.
           IF F-STATUS <> "00" THEN
           END-IF.
           PERFORM OPEN-IDX-RTN.
           OPEN OUTPUT KAJU-E-FILE.
           MOVE "S" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
       READ-RTN.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              CLOSE MENSEKI-I-FILE
           END-IF.
           CLOSE KAJU-E-FILE.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           DISPLAY "KAJU-CNV READ  : " WS-READ-CNT.
           DISPLAY "KAJU-CNV WRITE : " WS-WRITE-CNT.
           DISPLAY "KAJU-CNV UPDATE: " WS-UPDATE-CNT.
           DISPLAY "KAJU-CNV REJECT: " WS-REJECT-CNT.
           MOVE "L" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
                    GOBACK
                 END-IF
                 ADD 1 TO WS-UPDATE-CNT
                 PERFORM SUSP-CLOSE-RTN
              END-IF
           ELSE IF F-STATUS <> "00" THEN
              DISPLAY "WRITE ERROR:" F-STATUS
              GOBACK
           ELSE
              ADD 1 TO WS-WRITE-CNT
              PERFORM SUSP-CLOSE-RTN
           END-IF
           END-IF.

                      INTO             KAJU-E-REC
           END-STRING.
           WRITE KAJU-E-REC.
           PERFORM SUSP-REJECT-RTN.

      * Carry the reject into the suspense master (SUSP-LOG), keyed
      * feed + code + year, so it stays outstanding until a later
      * extract or a SUSP-CORR resubmission loads it.
       SUSP-REJECT-RTN.
           MOVE "R"              TO SL-ACTION.
           MOVE K-S-CODE         TO SL-CODE.
           MOVE K-S-YEAR         TO SL-YEAR.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE KAJU-S-REC       TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * The row loaded: close any suspense item still open for it.
       SUSP-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           MOVE K-S-CODE         TO SL-CODE.
           MOVE K-S-YEAR         TO SL-YEAR.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
