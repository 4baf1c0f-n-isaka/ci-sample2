      *    col 2-3    retain   (U) keep this many years back from
      *                        the YEAR-CTL target year
      *    col 4-7    year     (R) archive year to load back
      *    col 8-19   operator who ordered the run
      *
      *  Unload writes each purged record's image to a dated
      *  sequential archive file per year (ZINKO-ARC.yyyy /
      *  per-year counts to ARCH-MANIFEST. Reload reads a named
      *  archive year back into the masters for an auditor's re-run.
      *  This run's counts are appended to STEP-COUNTS.
      *
      *  The ordering operator must be on OPER-MSTR, active, with
      *  function R (OPER-CHK), or the whole run is refused before
      *  either master is opened; the refusal is on AUTH-LOG. The
      *  operator is carried on the ARCH-MANIFEST lines and on the
      *  IDX-JOURNAL entries the run makes: every purged record is
      *  journaled as a DELETE with its image as the before-image,
      *  and every reloaded one as a WRITE or REWRITE, so ASOF-BLD
      *  sees a purge like any other change.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           03   ARCH-CTL-MODE     PIC  X(01).
           03   ARCH-CTL-RETAIN   PIC  9(02).
           03   ARCH-CTL-YEAR     PIC  9(04).
           03   ARCH-CTL-OPERATOR PIC  X(12).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC            PIC  X(80).
       FD  YEAR-CTL-FILE.
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-JRNL-Z-NEW-REC       PIC  X(27).
       01  WS-JRNL-Z-BEFORE-REC    PIC  X(27).
       01  WS-JRNL-M-NEW-REC       PIC  X(24).
       01  WS-MODE                 PIC  X(01).
       01  WS-RETAIN               PIC  9(02).
       01  WS-RELOAD-YEAR          PIC  9(04).
       01  WS-OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01) VALUE "R".
           03   OP-PROGRAM         PIC  X(12) VALUE "ARCH-PRG".
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
       01  WS-ARC-OPEN-YEAR        PIC  9(04) VALUE ZERO.
       01  WS-COUNTS.
           03   WS-Z-ARCH-CNT      PIC  9(07) VALUE ZERO.
           GOBACK.

      * ARCH-CTL is required: a purge utility should never guess at
      * a retention horizon, nor run for someone not entitled to
      * purge or reload the masters.
       READ-CTL-RTN.
           MOVE SPACE TO WS-MODE.
           MOVE SPACES TO OP-OPERATOR.
           MOVE ZERO TO WS-RETAIN.
           MOVE ZERO TO WS-RELOAD-YEAR.
           OPEN INPUT ARCH-CTL-FILE.
                 IF ARCH-CTL-YEAR NUMERIC THEN
                    MOVE ARCH-CTL-YEAR TO WS-RELOAD-YEAR
                 END-IF
                 MOVE ARCH-CTL-OPERATOR TO OP-OPERATOR
           END-READ.
           CLOSE ARCH-CTL-FILE.
           CALL "OPER-CHK" USING WS-OPER-CHK-AREA.
           IF OP-RESULT NOT = "Y" THEN
              DISPLAY "ARCH-PRG: RUN REFUSED, OPERATOR " OP-OPERATOR
                      " - " OP-REASON
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           MOVE OP-OPERATOR TO JL-OPERATOR.
           IF WS-MODE = "U" AND WS-RETAIN = ZERO THEN
              DISPLAY "ARCH-PRG: UNLOAD NEEDS A NON-ZERO RETENTION"
              MOVE -1 TO RETURN-CODE
           END-IF.

      * Unload and purge both masters: every record whose year is at
      * or before the cutoff goes to its year's archive file, is
      * DELETEd from the master, and the DELETE is journaled through
      * IDX-JRNL with the purged image as the before-image.
       UNLOAD-RTN.
           DISPLAY "ARCH-PRG UNLOADING YEARS UP TO " WS-CUTOFF-YEAR.
           MOVE "ARCH-PRG" TO JL-PROGRAM.
           OPEN I-O ZINKO-I-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "ARCH-PRG: ZINKO-IDX NOT AVAILABLE (STATUS="
                    PERFORM WRITE-STEP-CNT-ABORT-RTN
                    GOBACK
                 END-IF
                 MOVE "Z" TO JL-FILE-ID
                 MOVE "D" TO JL-ACTION
                 MOVE ZINKO-I-KEY TO JL-KEY
                 MOVE ZINKO-I-REC TO JL-BEFORE
                 MOVE SPACES TO JL-AFTER
                 DELETE ZINKO-I-FILE
                 IF F-STATUS <> "00" THEN
                    DISPLAY "DELETE ERROR:" F-STATUS
                    PERFORM WRITE-STEP-CNT-ABORT-RTN
                    GOBACK
                 END-IF
                 CALL "IDX-JRNL" USING WS-JRNL-AREA
                 ADD 1 TO WS-Z-ARCH-CNT
                 MOVE Z-I-YEAR TO WS-WORK-YEAR
                 PERFORM FIND-YEAR-RTN
                    PERFORM WRITE-STEP-CNT-ABORT-RTN
                    GOBACK
                 END-IF
                 MOVE "M" TO JL-FILE-ID
                 MOVE "D" TO JL-ACTION
                 MOVE MENSEKI-I-KEY TO JL-KEY
                 MOVE MENSEKI-I-REC TO JL-BEFORE
                 MOVE SPACES TO JL-AFTER
                 DELETE MENSEKI-I-FILE
                 IF M-STATUS <> "00" THEN
                    DISPLAY "DELETE ERROR:" M-STATUS
                    PERFORM WRITE-STEP-CNT-ABORT-RTN
                    GOBACK
                 END-IF
                 CALL "IDX-JRNL" USING WS-JRNL-AREA
                 ADD 1 TO WS-M-ARCH-CNT
                 MOVE M-I-YEAR TO WS-WORK-YEAR
                 PERFORM FIND-YEAR-RTN
                      AY-Z-CNT(WS-YEAR-IDX) DELIMITED BY SIZE
                      " MENSEKI="           DELIMITED BY SIZE
                      AY-M-CNT(WS-YEAR-IDX) DELIMITED BY SIZE
                      " OPERATOR="          DELIMITED BY SIZE
                      OP-OPERATOR           DELIMITED BY SIZE
                      INTO MANIFEST-REC
              END-STRING
              WRITE MANIFEST-REC
