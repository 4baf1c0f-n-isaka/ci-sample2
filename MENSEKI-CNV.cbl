      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MENSEKI-S-FILE   ASSIGN USING WS-MENSEKI-S-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-I-FILE   ASSIGN USING WS-MENSEKI-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-E-FILE   ASSIGN USING WS-MENSEKI-E-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN USING WS-STEP-CNT-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-JRNL-NEW-REC         PIC  X(24).
       01  WS-JRNL-BEFORE-REC      PIC  X(24).
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
       01  WS-MENSEKI-S-NAME       PIC  X(20) VALUE "MENSEKI-SEQ".
       01  WS-MENSEKI-I-NAME       PIC  X(20) VALUE "MENSEKI-IDX".
       01  WS-MENSEKI-E-NAME       PIC  X(20) VALUE "MENSEKI-ERR".
       01  WS-STEP-CNT-NAME        PIC  X(20) VALUE "STEP-COUNTS".
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
      * here (SEQ-VALID-LOG still gets the detail) rather than an
      * abort, since VALIDATE-RTN/WRITE-ERR-RTN below already reject
      * and log bad rows one at a time while converting the rest.
      * The extract is registered on RCPT-REG before anything else;
      * a file repeating a delivery already loaded is refused there
      * and nothing is converted (the zero-count STEP-COUNTS line
      * still shows the step ran), and the receipt is marked loaded
      * once the conversion completes.
       MAIN-RTN.
           PERFORM SHADOW-NAMES-RTN.
           MOVE "MENSEKI-CNV" TO RC-PROGRAM.
           MOVE "MENSEKI-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "MENSEKI-CNV: MENSEKI-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT CONVERTED AGAIN"
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           CALL "SEQ-VALID" USING WS-VALID-MODE.
           IF RETURN-CODE <> 0 THEN
              DISPLAY "MENSEKI-CNV: SOURCE EXTRACT FAILED PRE-FLIGHT "
           CALL "DUP-CHK" USING WS-DUP-AREA.
           MOVE "MENSEKI-CNV" TO JL-PROGRAM.
           MOVE "M" TO JL-FILE-ID.
           MOVE "MENSEKI-CNV" TO SL-PROGRAM.
           MOVE "MENSEKI" TO SL-FEED.
           MOVE "S" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

           OPEN INPUT  MENSEKI-S-FILE.
           PERFORM OPEN-IDX-RTN.
           CLOSE MENSEKI-S-FILE.
           CLOSE MENSEKI-I-FILE.
           CLOSE MENSEKI-E-FILE.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           DISPLAY "MENSEKI-CNV READ  : " WS-READ-CNT.
           DISPLAY "MENSEKI-CNV WRITE : " WS-WRITE-CNT.
           DISPLAY "MENSEKI-CNV UPDATE: " WS-UPDATE-CNT.
           DISPLAY "MENSEKI-CNV REJECT: " WS-REJECT-CNT.
           DISPLAY "MENSEKI-CNV CLOSED: " WS-CLOSED-CNT.
           MOVE "L" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.
           ELSE
              ADD 1 TO WS-WRITE-CNT
              PERFORM JRNL-WRITE-RTN
              PERFORM SUSP-CLOSE-RTN
           END-IF
           END-IF.

           MOVE WS-JRNL-BEFORE-REC TO JL-BEFORE.
           MOVE MENSEKI-I-REC TO JL-AFTER.
           CALL "IDX-JRNL" USING WS-JRNL-AREA.
           PERFORM SUSP-CLOSE-RTN.

      * Journal a fresh WRITE (there is no before-image to show).
       JRNL-WRITE-RTN.
                      INTO             MENSEKI-E-REC
           END-STRING.
           WRITE MENSEKI-E-REC.
           PERFORM SUSP-REJECT-RTN.

      * Carry the reject into the suspense master (SUSP-LOG), keyed
      * feed + code + year, so it stays outstanding until a later
      * extract or a SUSP-CORR resubmission loads it.
       SUSP-REJECT-RTN.
           MOVE "R"              TO SL-ACTION.
           MOVE M-S-CODE         TO SL-CODE.
           MOVE M-S-YEAR         TO SL-YEAR.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE MENSEKI-S-REC    TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * The row loaded: close any suspense item still open for it.
       SUSP-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           MOVE M-S-CODE         TO SL-CODE.
           MOVE M-S-YEAR         TO SL-YEAR.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * A SHADOW-RUN what-if run reads and writes the SHD- sandbox
      * copies instead of the production files.
       SHADOW-NAMES-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              MOVE "SHD-MENSEKI-SEQ" TO WS-MENSEKI-S-NAME
              MOVE "SHD-MENSEKI-IDX" TO WS-MENSEKI-I-NAME
              MOVE "SHD-MENSEKI-ERR" TO WS-MENSEKI-E-NAME
              MOVE "SHD-STEP-COUNTS" TO WS-STEP-CNT-NAME
           END-IF.
