       01  WS-COUNTS.
           03   WS-LOAD-CNT        PIC  9(07) VALUE ZERO.
           03   WS-UPDATE-CNT      PIC  9(07) VALUE ZERO.
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
      * and nothing is loaded (the zero-count STEP-COUNTS line
      * still shows the step ran), and the receipt is marked loaded
      * once the load completes.
       MAIN-RTN.
           MOVE "PLAN-LOAD" TO RC-PROGRAM.
           MOVE "PLAN-IN" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "PLAN-LOAD: PLAN-IN ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT LOADED AGAIN"
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           OPEN INPUT PLAN-IN-FILE.
           IF I-STATUS <> "00" THEN
              DISPLAY "PLAN-LOAD: NO PLAN-IN FILE (STATUS="
           DISPLAY "PLAN-LOAD YEAR  : " WS-PLAN-YEAR.
           DISPLAY "PLAN-LOAD LOAD  : " WS-LOAD-CNT.
           DISPLAY "PLAN-LOAD UPDATE: " WS-UPDATE-CNT.
           MOVE "L" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
