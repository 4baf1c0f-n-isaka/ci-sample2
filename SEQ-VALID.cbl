      *  one touches its indexed master. Scans the whole source file,
      *  logs malformed lines and a summary to SEQ-VALID-LOG, and
      *  returns a non-zero RETURN-CODE if any malformed line was
      *  found so the caller can abort the conversion. Every log line
      *  starts with the run date and time, so the log can be aged
      *  by RETN-HSK like the other dated logs. Under a SHADOW-RUN
      *  what-if run the SHD- extracts are validated instead and
      *  logged to SHD-SEQ-VALID-LOG.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MENSEKI-S-FILE   ASSIGN USING WS-MENSEKI-S-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT ZINKO-S-FILE     ASSIGN USING WS-ZINKO-S-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT VALID-LOG-FILE   ASSIGN USING WS-VALID-LOG-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
      ******************************************************************
       01  WS-LINE-NO-DISP         PIC  ZZZZZZ9.
       01  WS-READ-CNT-DISP        PIC  ZZZZZZ9.
       01  WS-BAD-CNT-DISP         PIC  ZZZZZZ9.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
      * Shared with SHADOW-RUN inside one run unit: "Y" means a
      * what-if run, so the files named below are the SHD- sandbox
      * copies and production is left alone. An ordinary run sees
      * the initial value and uses the production names.
       01  WS-MENSEKI-S-NAME       PIC  X(20) VALUE "MENSEKI-SEQ".
       01  WS-ZINKO-S-NAME         PIC  X(20) VALUE "ZINKO-SEQ".
       01  WS-VALID-LOG-NAME       PIC  X(20) VALUE "SEQ-VALID-LOG".
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
       PROCEDURE                   DIVISION             USING LS-MODE.
      ******************************************************************
       MAIN-RTN.
           PERFORM SHADOW-NAMES-RTN.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-READ-CNT.
           MOVE ZERO TO WS-BAD-CNT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN EXTEND VALID-LOG-FILE.
           IF L-STATUS <> "00" THEN
       WRITE-MENSEKI-LOG-RTN.
           MOVE WS-LINE-NO TO WS-LINE-NO-DISP.
           MOVE SPACES TO VALID-LOG-REC.
           STRING  WS-CURRENT-DATE     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-CURRENT-TIME     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   "MENSEKI-SEQ LINE " DELIMITED BY SIZE
                   WS-LINE-NO-DISP     DELIMITED BY SIZE
                   " MALFORMED CODE="  DELIMITED BY SIZE
                   M-S-CODE            DELIMITED BY SIZE
       WRITE-ZINKO-LOG-RTN.
           MOVE WS-LINE-NO TO WS-LINE-NO-DISP.
           MOVE SPACES TO VALID-LOG-REC.
           STRING  WS-CURRENT-DATE     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   WS-CURRENT-TIME     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   "ZINKO-SEQ LINE "   DELIMITED BY SIZE
                   WS-LINE-NO-DISP     DELIMITED BY SIZE
                   " MALFORMED CODE="  DELIMITED BY SIZE
                   Z-S-CODE            DELIMITED BY SIZE
           MOVE WS-READ-CNT TO WS-READ-CNT-DISP.
           MOVE WS-BAD-CNT  TO WS-BAD-CNT-DISP.
           MOVE SPACES TO VALID-LOG-REC.
           STRING  WS-CURRENT-DATE  DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-CURRENT-TIME  DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   "SUMMARY MODE="  DELIMITED BY SIZE
                   LS-MODE          DELIMITED BY SIZE
                   " READ="         DELIMITED BY SIZE
                   WS-READ-CNT-DISP DELIMITED BY SIZE
           END-STRING.
           WRITE VALID-LOG-REC.
           DISPLAY "SEQ-VALID READ: " WS-READ-CNT " BAD: " WS-BAD-CNT.

      * A SHADOW-RUN what-if run reads and writes the SHD- sandbox
      * copies instead of the production files.
       SHADOW-NAMES-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              MOVE "SHD-MENSEKI-SEQ" TO WS-MENSEKI-S-NAME
              MOVE "SHD-ZINKO-SEQ"   TO WS-ZINKO-S-NAME
              MOVE "SHD-SEQ-VALID-LOG" TO WS-VALID-LOG-NAME
           END-IF.
