           88  WS-ROLLED-BACK                VALUE "Y".
       01  WS-BKP-TAKEN-SW         PIC  X    VALUE "N".
           88  WS-BKP-TAKEN                  VALUE "Y".
       01  WS-RCPT-AREA.
           03   RC-ACTION          PIC  X(01).
           03   RC-PROGRAM         PIC  X(12).
           03   RC-FEED            PIC  X(16).
           03   RC-STAMP           PIC  X(16).
           03   RC-DUP-OF          PIC  X(16).
           03   RC-RESULT          PIC  X(01).
       01  WS-DONE-CNT             PIC  9(02) VALUE ZERO.
       01  WS-CKPT-SW              PIC  X    VALUE "N".
           88  WS-CKPT-PENDING               VALUE "Y".
       01  WS-LOCK-AREA.
           03   WS-LOCK-ACTION     PIC  X(01).
           03   WS-LOCK-HOLDER     PIC  X(12).
       01  WS-JRNL-AREA.
           03   JL-PROGRAM         PIC  X(12).
           03   JL-FILE-ID         PIC  X(01).
           03   JL-ACTION          PIC  X(01).
           03   JL-KEY             PIC  X(11).
           03   JL-BEFORE          PIC  X(27).
           03   JL-AFTER           PIC  X(27).
           03   JL-OPERATOR        PIC  X(12) VALUE SPACES.
       01  WS-WAREKI-AREA.
           03   WK-ACTION          PIC  X(01).
           03   WK-SEIREKI         PIC  9(04).

      * The failing year's partial updates come back out: truncate
      * each master and reload it from this year's snapshot, exactly
      * as BATCH-RUN's RESTORE-RTN does, journaling the restore on
      * IDX-JOURNAL the same way.
       RESTORE-RTN.
           DISPLAY "BACKFILL-RUN RESTORING MASTERS FROM BACKUP".
           MOVE "BACKFILL-RUN" TO JL-PROGRAM.
           PERFORM RESTORE-ZINKO-RTN.
           PERFORM RESTORE-MENSEKI-RTN.
           PERFORM RCPT-UNLOAD-RTN.
           SET WS-ROLLED-BACK TO TRUE.

       RESTORE-ZINKO-RTN.
              DISPLAY "BACKFILL-RUN: ZINKO-BKP NOT READABLE, MANUAL "
                      "RESTORE REQUIRED (STATUS=" ZB-STATUS ")"
           ELSE
              PERFORM JRNL-ZINKO-PURGE-RTN
              OPEN OUTPUT ZINKO-I-FILE
              PERFORM LOAD-ZINKO-RTN
              CLOSE ZINKO-I-FILE
                    DISPLAY "RESTORE WRITE ERROR:" Z-STATUS
                            " - MANUAL RESTORE REQUIRED"
                    MOVE "99" TO ZB-STATUS
                 ELSE
                    MOVE "Z" TO JL-FILE-ID
                    MOVE "W" TO JL-ACTION
                    MOVE ZINKO-I-KEY TO JL-KEY
                    MOVE SPACES TO JL-BEFORE
                    MOVE ZINKO-I-REC TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-IF
           END-PERFORM.

      * Journal every record the truncating OPEN OUTPUT is about to
      * drop as a D, before-image as it stands.
       JRNL-ZINKO-PURGE-RTN.
           OPEN INPUT ZINKO-I-FILE.
           IF Z-STATUS = "00" THEN
              MOVE SPACE TO ZINKO-I-KEY
              START ZINKO-I-FILE KEY IS > ZINKO-I-KEY
              PERFORM UNTIL Z-STATUS <> "00"
                 READ ZINKO-I-FILE NEXT
                 IF Z-STATUS = "00" THEN
                    MOVE "Z" TO JL-FILE-ID
                    MOVE "D" TO JL-ACTION
                    MOVE ZINKO-I-KEY TO JL-KEY
                    MOVE ZINKO-I-REC TO JL-BEFORE
                    MOVE SPACES TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-PERFORM
              CLOSE ZINKO-I-FILE
           END-IF.

       RESTORE-MENSEKI-RTN.
           OPEN INPUT MENSEKI-B-FILE.
           IF MB-STATUS <> "00" THEN
                      "MANUAL RESTORE REQUIRED (STATUS="
                      MB-STATUS ")"
           ELSE
              PERFORM JRNL-MENSEKI-PURGE-RTN
              OPEN OUTPUT MENSEKI-I-FILE
              PERFORM LOAD-MENSEKI-RTN
              CLOSE MENSEKI-I-FILE
                    DISPLAY "RESTORE WRITE ERROR:" M-STATUS
                            " - MANUAL RESTORE REQUIRED"
                    MOVE "99" TO MB-STATUS
                 ELSE
                    MOVE "M" TO JL-FILE-ID
                    MOVE "W" TO JL-ACTION
                    MOVE MENSEKI-I-KEY TO JL-KEY
                    MOVE SPACES TO JL-BEFORE
                    MOVE MENSEKI-I-REC TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-IF
           END-PERFORM.

       JRNL-MENSEKI-PURGE-RTN.
           OPEN INPUT MENSEKI-I-FILE.
           IF M-STATUS = "00" THEN
              MOVE SPACE TO MENSEKI-I-KEY
              START MENSEKI-I-FILE KEY IS > MENSEKI-I-KEY
              PERFORM UNTIL M-STATUS <> "00"
                 READ MENSEKI-I-FILE NEXT
                 IF M-STATUS = "00" THEN
                    MOVE "M" TO JL-FILE-ID
                    MOVE "D" TO JL-ACTION
                    MOVE MENSEKI-I-KEY TO JL-KEY
                    MOVE MENSEKI-I-REC TO JL-BEFORE
                    MOVE SPACES TO JL-AFTER
                    CALL "IDX-JRNL" USING WS-JRNL-AREA
                 END-IF
              END-PERFORM
              CLOSE MENSEKI-I-FILE
           END-IF.

      * Loads this year made have just been rolled back, so their
      * RCPT-REG receipts go back to received; otherwise the rerun
      * would refuse the same files as deliveries already loaded.
       RCPT-UNLOAD-RTN.
           MOVE "U" TO RC-ACTION.
           MOVE "BACKFILL-RUN" TO RC-PROGRAM.
           MOVE SPACES TO RC-FEED.
           MOVE SPACES TO RC-STAMP.
           STRING  WS-START-DATE  DELIMITED BY SIZE
                   WS-START-TIME  DELIMITED BY SIZE
                   INTO RC-STAMP
           END-STRING.
           CALL "RCPT-REG" USING WS-RCPT-AREA.

      * Each year's steps append to STEP-COUNTS; truncate it per
      * year so each AUDIT-LOG entry folds in only its own year's
      * counts (BATCH-RUN's CLEAR-STEP-CNT-RTN).
