      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ZINKO-S-FILE     ASSIGN USING WS-ZINKO-S-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN USING WS-ZINKO-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT ZINKO-D-FILE     ASSIGN USING WS-ZINKO-D-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   D-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN USING WS-STEP-CNT-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-JRNL-NEW-REC         PIC  X(27).
       01  WS-JRNL-BEFORE-REC      PIC  X(27).
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
       01  WS-ZINKO-S-NAME         PIC  X(20) VALUE "ZINKO-SEQ".
       01  WS-ZINKO-I-NAME         PIC  X(20) VALUE "ZINKO-IDX".
       01  WS-ZINKO-D-NAME         PIC  X(20) VALUE "ZINKO-DUP".
       01  WS-STEP-CNT-NAME        PIC  X(20) VALUE "STEP-COUNTS".
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      * its own to fall back on. Still write a STEP-COUNTS line
      * before GOBACK so BATCH-RUN's audit entry shows this step ran
      * and failed validation instead of simply being missing.
      * The extract is registered on RCPT-REG before anything else;
      * a file repeating a delivery already loaded is refused there
      * and nothing is converted (the zero-count STEP-COUNTS line
      * still shows the step ran), and the receipt is marked loaded
      * once the conversion completes.
       MAIN-RTN.
           PERFORM SHADOW-NAMES-RTN.
           MOVE "ZINKO-CNV" TO RC-PROGRAM.
           MOVE "ZINKO-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "ZINKO-CNV: ZINKO-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT CONVERTED AGAIN"
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           CALL "SEQ-VALID" USING WS-VALID-MODE.
           IF RETURN-CODE <> 0 THEN
              DISPLAY "ZINKO-CNV: SOURCE EXTRACT FAILED VALIDATION"
           DISPLAY "ZINKO-CNV UPDATE: " WS-UPDATE-CNT.
           DISPLAY "ZINKO-CNV DUP   : " WS-DUP-CNT.
           DISPLAY "ZINKO-CNV CLOSED: " WS-CLOSED-CNT.
           MOVE "L" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
                      INTO             ZINKO-D-REC
           END-STRING.
           WRITE ZINKO-D-REC.

      * A SHADOW-RUN what-if run reads and writes the SHD- sandbox
      * copies instead of the production files.
       SHADOW-NAMES-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              MOVE "SHD-ZINKO-SEQ"   TO WS-ZINKO-S-NAME
              MOVE "SHD-ZINKO-IDX"   TO WS-ZINKO-I-NAME
              MOVE "SHD-ZINKO-DUP"   TO WS-ZINKO-D-NAME
              MOVE "SHD-STEP-COUNTS" TO WS-STEP-CNT-NAME
           END-IF.
