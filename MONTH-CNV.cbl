      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 MONTH-CNV.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Converts the statistics office's monthly population estimate
      *  extract MONTH-SEQ into the indexed monthly estimates master
      *  MONTH-IDX, keyed code + year + month, so the figures between
      *  two annual ZINKO-IDX loads can be followed (MONTH-RPT reads
      *  this master, MONTH-RECON checks it against ZINKO-IDX). One
      *  fixed-format extract line per code, year and month:
      *
      *    code (7) / name (N4) / estimated population (8) /
      *    month (2) / year (4)
      *
      *  The year closes the record like every other feed, so
      *  RCPT-REG picks it up the same way. Bad rows are rejected to
      *  MONTH-ERR with a reason and carried into the suspense
      *  master under feed MONTH (code + month as the item's code),
      *  exactly as AGE-CNV rejects its rows; a duplicate key is
      *  disambiguated against this run's DUP-CHK seen-keys table
      *  (cross-run correction REWRITEs, in-run duplicate rejects).
      *  This run's counts are appended to STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MONTH-S-FILE     ASSIGN TO "MONTH-SEQ"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MONTH-I-FILE     ASSIGN TO "MONTH-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MONTH-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MONTH-E-FILE     ASSIGN TO "MONTH-ERR"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MONTH-S-FILE.
       01  MONTH-S-REC.
           03   MO-S-CODE          PIC  X(07).
           03   MO-S-NAME          PIC  N(04).
           03   MO-S-ZINKO         PIC  9(08).
           03   MO-S-MONTH         PIC  9(02).
           03   MO-S-YEAR          PIC  9(04).
       FD  MONTH-I-FILE.
       01  MONTH-I-REC.
           03   MONTH-I-KEY.
               05   MO-I-CODE      PIC  X(07).
               05   MO-I-YEAR      PIC  9(04).
               05   MO-I-MONTH     PIC  9(02).
           03   MO-I-NAME          PIC  N(04).
           03   MO-I-ZINKO         PIC  9(08).
       FD  MONTH-E-FILE.
       01  MONTH-E-REC             PIC  X(80).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  E-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-REJECT-REASON        PIC  X(26).
       01  WS-VALID-SW             PIC  X    VALUE "Y".
           88  WS-IS-VALID                   VALUE "Y".
           88  WS-IS-INVALID                 VALUE "N".
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-WRITE-CNT       PIC  9(07) VALUE ZERO.
           03   WS-UPDATE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
       01  WS-SEEN-SW              PIC  X    VALUE "N".
           88  WS-SEEN                       VALUE "Y".
       01  WS-DUP-AREA.
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
           MOVE "MONTH-CNV" TO RC-PROGRAM.
           MOVE "MONTH-SEQ" TO RC-FEED.
           MOVE "R" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           IF RC-RESULT = "D" THEN
              DISPLAY "MONTH-CNV: MONTH-SEQ ALREADY LOADED ON "
                      RC-DUP-OF(1:8) ", NOT CONVERTED AGAIN"
              PERFORM WRITE-STEP-CNT-RTN
              GOBACK
           END-IF.
           MOVE "I" TO WS-DUP-ACTION.
           MOVE SPACES TO WS-DUP-KEY.
           CALL "DUP-CHK" USING WS-DUP-AREA.
           MOVE "MONTH-CNV" TO SL-PROGRAM.
           MOVE "MONTH" TO SL-FEED.

           OPEN INPUT MONTH-S-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "MONTH-CNV: NO MONTH-SEQ FILE (STATUS="
                      F-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-IDX-RTN.
           OPEN OUTPUT MONTH-E-FILE.
           MOVE "S" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
       READ-RTN.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ MONTH-S-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-STEP-CNT-ABORT-RTN
                 GOBACK
              END-IF
              END-IF
              ADD 1 TO WS-READ-CNT
              PERFORM VALIDATE-RTN
              IF WS-IS-VALID THEN
                 PERFORM WRITE-IDX-RTN
              ELSE
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-REJECT-CNT
              END-IF
           END-PERFORM.
       READ-EXT.
           CLOSE MONTH-S-FILE.
           CLOSE MONTH-I-FILE.
           CLOSE MONTH-E-FILE.
           MOVE "E" TO SL-ACTION.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.
           DISPLAY "MONTH-CNV READ  : " WS-READ-CNT.
           DISPLAY "MONTH-CNV WRITE : " WS-WRITE-CNT.
           DISPLAY "MONTH-CNV UPDATE: " WS-UPDATE-CNT.
           DISPLAY "MONTH-CNV REJECT: " WS-REJECT-CNT.
           MOVE "L" TO RC-ACTION.
           CALL "RCPT-REG" USING WS-RCPT-AREA.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * Open MONTH-IDX for update so the months already on the file
      * survive this run; create the file first time out.
       OPEN-IDX-RTN.
           OPEN I-O MONTH-I-FILE.
           IF F-STATUS = "35" THEN
              OPEN OUTPUT MONTH-I-FILE
              CLOSE MONTH-I-FILE
              OPEN I-O MONTH-I-FILE
           END-IF.

       VALIDATE-RTN.
           SET WS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF MO-S-CODE = SPACES OR MO-S-CODE NOT NUMERIC THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID CODE FORMAT" TO WS-REJECT-REASON
           ELSE IF MO-S-ZINKO NOT NUMERIC THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID ZINKO VALUE" TO WS-REJECT-REASON
           ELSE IF MO-S-ZINKO = ZERO THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "ZERO ZINKO VALUE" TO WS-REJECT-REASON
           ELSE IF MO-S-MONTH NOT NUMERIC
              OR MO-S-MONTH < 1 OR MO-S-MONTH > 12 THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID MONTH VALUE" TO WS-REJECT-REASON
           ELSE IF MO-S-YEAR NOT NUMERIC OR MO-S-YEAR = ZERO THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID YEAR VALUE" TO WS-REJECT-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * WRITE a new code+year+month. A duplicate key is
      * disambiguated against this run's seen-keys table exactly as
      * the other converters do: not yet seen this run means a
      * cross-run correction (REWRITE), already seen this run means
      * a genuine in-run duplicate (rejected).
       WRITE-IDX-RTN.
           MOVE MO-S-CODE  TO MO-I-CODE.
           MOVE MO-S-YEAR  TO MO-I-YEAR.
           MOVE MO-S-MONTH TO MO-I-MONTH.
           MOVE MO-S-NAME  TO MO-I-NAME.
           MOVE MO-S-ZINKO TO MO-I-ZINKO.
           PERFORM CHECK-SEEN-RTN.
           WRITE MONTH-I-REC.
           IF F-STATUS = "22" THEN
              IF WS-SEEN THEN
                 MOVE "DUPLICATE CODE/MONTH IN RUN"
                      TO WS-REJECT-REASON
                 PERFORM WRITE-ERR-RTN
                 MOVE "00" TO F-STATUS
                 ADD 1 TO WS-REJECT-CNT
              ELSE
                 REWRITE MONTH-I-REC
                 IF F-STATUS <> "00" THEN
                    DISPLAY "REWRITE ERROR:" F-STATUS
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-STEP-CNT-ABORT-RTN
                    GOBACK
                 END-IF
                 ADD 1 TO WS-UPDATE-CNT
                 PERFORM SUSP-CLOSE-RTN
              END-IF
           ELSE IF F-STATUS <> "00" THEN
              DISPLAY "WRITE ERROR:" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           ELSE
              ADD 1 TO WS-WRITE-CNT
              PERFORM SUSP-CLOSE-RTN
           END-IF
           END-IF.

      * Test-and-mark this run's code/year/month against the shared
      * DUP-CHK hash table (same as the other converters). A full
      * table means duplicate detection can no longer be trusted,
      * so the run aborts.
       CHECK-SEEN-RTN.
           MOVE "N" TO WS-SEEN-SW.
           MOVE "T" TO WS-DUP-ACTION.
           MOVE SPACES TO WS-DUP-KEY.
           MOVE MONTH-I-KEY TO WS-DUP-KEY.
           CALL "DUP-CHK" USING WS-DUP-AREA.
           IF WS-DUP-RESULT = "D" THEN
              SET WS-SEEN TO TRUE
           ELSE IF WS-DUP-RESULT NOT = "N" THEN
              DISPLAY "MONTH-CNV: SEEN-KEY TABLE OVER CAPACITY AT "
                      "ROW " WS-READ-CNT ", EXTRACT TOO LARGE"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF
           END-IF.

       WRITE-ERR-RTN.
           MOVE SPACES TO MONTH-E-REC.
           STRING     MO-S-CODE        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      MO-S-YEAR        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      MO-S-MONTH       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO             MONTH-E-REC
           END-STRING.
           WRITE MONTH-E-REC.
           PERFORM SUSP-REJECT-RTN.

      * Carry the reject into the suspense master (SUSP-LOG), keyed
      * feed + code + year with the month alongside the code (the
      * detail feeds' muni-code place), so it stays outstanding
      * until a later extract or a SUSP-CORR resubmission loads it.
       SUSP-REJECT-RTN.
           MOVE "R"              TO SL-ACTION.
           PERFORM SUSP-KEY-RTN.
           MOVE WS-REJECT-REASON TO SL-REASON.
           MOVE MONTH-S-REC      TO SL-ROW.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

      * The row loaded: close any suspense item still open for it.
       SUSP-CLOSE-RTN.
           MOVE "C"              TO SL-ACTION.
           PERFORM SUSP-KEY-RTN.
           CALL "SUSP-LOG" USING WS-SUSP-AREA.

       SUSP-KEY-RTN.
           MOVE SPACES           TO SL-CODE.
           MOVE MO-S-CODE        TO SL-CODE(1:7).
           MOVE MO-S-MONTH       TO SL-CODE(8:2).
           MOVE MO-S-YEAR        TO SL-YEAR.

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

      * Same idiom as WRITE-STEP-CNT-RTN, but for a fatal I/O error
      * that GOBACKs mid-run, so BATCH-RUN's audit entry for this
      * step shows the counts reached so far and that the run was
      * aborted, instead of looking like the step never ran at all.
       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           MOVE "MONTH-CNV - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "MONTH-CNV READ="    DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " WRITE="             DELIMITED BY SIZE
                      WS-WRITE-CNT         DELIMITED BY SIZE
                      " UPDATE="            DELIMITED BY SIZE
                      WS-UPDATE-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
