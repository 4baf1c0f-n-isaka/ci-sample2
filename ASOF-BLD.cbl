      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ASOF-BLD.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  As-of-date reconstruction of ZINKO-IDX and MENSEKI-IDX from
      *  IDX-JOURNAL, for the auditor's "what did the masters say
      *  when that pack went out" without restoring ZINKO-BKP/
      *  MENSEKI-BKP. Driven by ASOF-CTL:
      *
      *    col 1      type     D = date/time, P = PACK-MANIFEST stamp
      *    col 2-9    date     yyyymmdd
      *    col 10-15  time     hhmmss (D: blank = end of that day)
      *
      *  For P the stamp (date + time, as PKG-RUN writes it) must be
      *  on PACK-MANIFEST; a P card with no stamp takes the latest
      *  pack. Every journal entry is in the order it was made, so
      *  one pass settles each code/year: the before-image of its
      *  first change after the point is what it said then (spaces
      *  = it did not exist yet); with no change after the point the
      *  current master record stands. A key whose last entry up to
      *  the point is an ARCH-PRG purge (action D) was not on the
      *  master then and is left out; one purged after the point
      *  comes back from the purge's before-image. A BATCH-RUN or
      *  BACKFILL-RUN rollback journals its restore the same way - a
      *  D for every record the truncation drops, then a W for every
      *  record reloaded from the snapshot - so a point after a
      *  rollback sees the restored masters, and a key only the
      *  rolled-back run added ends on its D and is left out rather
      *  than reported as purged. The per-key working is kept on
      *  ASOF-WORK (rebuilt each run). Records purged before
      *  ARCH-PRG journaled its DELETEs are only on the ZINKO-ARC/
      *  MENSEKI-ARC files and cannot be rebuilt here; likewise a
      *  rollback made before the restores were journaled leaves
      *  the rolled-back run's entries standing.
      *
      *  Writes the point-in-time snapshot to ZINKO-ASOF and
      *  MENSEKI-ASOF (master record images, the ARCH-PRG archive
      *  layout) and ASOF-RPT.txt listing every code/year whose
      *  current figure differs from the as-of figure, with how many
      *  changes followed the point and which program made the first
      *  and the last of them, and when. Reads the masters only.
      *  Counts are appended to STEP-COUNTS.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ASOF-CTL-FILE    ASSIGN TO "ASOF-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT MANIFEST-FILE    ASSIGN TO "PACK-MANIFEST"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   MN-STATUS.
           SELECT JRNL-FILE        ASSIGN TO "IDX-JOURNAL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   J-STATUS.
           SELECT WORK-FILE        ASSIGN TO "ASOF-WORK"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   WK-KEY
                                   FILE   STATUS  IS   W-STATUS.
           SELECT ZINKO-I-FILE     ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT MENSEKI-I-FILE   ASSIGN TO "MENSEKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   M-STATUS.
           SELECT ZINKO-S-FILE     ASSIGN TO "ZINKO-ASOF"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   ZS-STATUS.
           SELECT MENSEKI-S-FILE   ASSIGN TO "MENSEKI-ASOF"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   MS-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "ASOF-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ASOF-CTL-FILE.
       01  ASOF-CTL-REC.
           03   AC-TYPE            PIC  X(01).
           03   AC-DATE            PIC  X(08).
           03   AC-TIME            PIC  X(06).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC.
           03   MN-TAG             PIC  X(05).
           03   MN-STAMP           PIC  X(14).
           03   MN-REST            PIC  X(61).
       FD  JRNL-FILE.
       01  JRNL-REC.
           03   JN-DATE            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   JN-TIME            PIC  X(08).
           03   FILLER             PIC  X(01).
           03   JN-PROGRAM         PIC  X(12).
           03   FILLER             PIC  X(01).
           03   JN-FILE-ID         PIC  X(01).
           03   FILLER             PIC  X(01).
           03   JN-ACTION          PIC  X(01).
           03   FILLER             PIC  X(01).
           03   JN-KEY.
               05   JN-CODE        PIC  X(07).
               05   JN-YEAR        PIC  X(04).
           03   FILLER             PIC  X(01).
           03   JN-BEFORE          PIC  X(27).
           03   FILLER             PIC  X(01).
           03   JN-AFTER           PIC  X(27).
           03   FILLER             PIC  X(01).
           03   JN-OPERATOR        PIC  X(12).
       FD  WORK-FILE.
       01  WORK-REC.
           03   WK-KEY.
               05   WK-FILE-ID     PIC  X(01).
               05   WK-JKEY.
                   07   WK-CODE    PIC  X(07).
                   07   WK-YEAR    PIC  X(04).
           03   WK-POST-SW         PIC  X(01).
           03   WK-PRE-SW          PIC  X(01).
           03   WK-MATCH-SW        PIC  X(01).
           03   WK-ASOF-IMAGE      PIC  X(27).
           03   WK-CHG-CNT         PIC  9(05).
           03   WK-FIRST-PROG      PIC  X(12).
           03   WK-FIRST-DATE      PIC  X(08).
           03   WK-FIRST-TIME      PIC  X(06).
           03   WK-LAST-PROG       PIC  X(12).
           03   WK-LAST-DATE       PIC  X(08).
           03   WK-LAST-TIME       PIC  X(06).
       FD  ZINKO-I-FILE.
       01  ZINKO-I-REC.
           03   ZINKO-I-KEY.
               05   Z-I-CODE       PIC  X(07).
               05   Z-I-YEAR       PIC  9(04).
           03   Z-I-NAME           PIC  N(04).
           03   Z-I-ZINKO          PIC  9(08).
       FD  MENSEKI-I-FILE.
       01  MENSEKI-I-REC.
           03   MENSEKI-I-KEY.
               05   M-I-CODE       PIC  X(07).
               05   M-I-YEAR       PIC  9(04).
           03   M-I-NAME           PIC  N(04).
           03   M-I-MENSEKI        PIC  9(05).
       FD  ZINKO-S-FILE.
       01  ZINKO-S-REC             PIC  X(27).
       FD  MENSEKI-S-FILE.
       01  MENSEKI-S-REC           PIC  X(24).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  C-STATUS                PIC  XX.
       01  MN-STATUS               PIC  XX.
       01  J-STATUS                PIC  XX.
       01  W-STATUS                PIC  XX.
       01  F-STATUS                PIC  XX.
       01  M-STATUS                PIC  XX.
       01  ZS-STATUS               PIC  XX.
       01  MS-STATUS               PIC  XX.
       01  P-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-ASOF-TYPE            PIC  X(01).
       01  WS-ASOF-STAMP           PIC  X(14).
       01  WS-ENTRY-STAMP          PIC  X(14).
       01  WS-PACK-LINE            PIC  X(80).
       01  WS-FOUND-SW             PIC  X    VALUE "N".
           88  WS-FOUND                      VALUE "Y".
      * The two master layouts laid over a 27-byte image, so an
      * as-of image and a current record compare figure for figure.
       01  WS-Z-IMAGE.
           03   WZ-CODE            PIC  X(07).
           03   WZ-YEAR            PIC  9(04).
           03   WZ-NAME            PIC  N(04).
           03   WZ-ZINKO           PIC  9(08).
       01  WS-M-IMAGE.
           03   WM-CODE            PIC  X(07).
           03   WM-YEAR            PIC  9(04).
           03   WM-NAME            PIC  N(04).
           03   WM-MENSEKI         PIC  9(05).
           03   FILLER             PIC  X(03).
       01  WS-DIFF-LINE.
           03   DL-FILE            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   DL-CODE            PIC  X(07).
           03   FILLER             PIC  X(01).
           03   DL-YEAR            PIC  X(04).
           03   FILLER             PIC  X(01).
           03   DL-ASOF            PIC  X(09).
           03   FILLER             PIC  X(01).
           03   DL-CURRENT         PIC  X(09).
           03   FILLER             PIC  X(01).
           03   DL-CHG-CNT         PIC  ZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-FIRST-PROG      PIC  X(12).
           03   FILLER             PIC  X(01).
           03   DL-FIRST-DATE      PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-FIRST-TIME      PIC  X(06).
           03   FILLER             PIC  X(01).
           03   DL-LAST-PROG       PIC  X(12).
           03   FILLER             PIC  X(01).
           03   DL-LAST-DATE       PIC  X(08).
           03   FILLER             PIC  X(01).
           03   DL-LAST-TIME       PIC  X(06).
           03   FILLER             PIC  X(01).
           03   DL-NOTE            PIC  X(16).
       01  WS-FIGURE-DISP          PIC  ZZZZZZZZ9.
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
       01  WS-COUNTS.
           03   WS-JRNL-CNT        PIC  9(07) VALUE ZERO.
           03   WS-POST-CNT        PIC  9(07) VALUE ZERO.
           03   WS-Z-SNAP-CNT      PIC  9(07) VALUE ZERO.
           03   WS-M-SNAP-CNT      PIC  9(07) VALUE ZERO.
           03   WS-DIFF-CNT        PIC  9(07) VALUE ZERO.
           03   WS-ADDED-CNT       PIC  9(07) VALUE ZERO.
           03   WS-PURGED-CNT      PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-CTL-RTN.
           IF WS-ASOF-TYPE = "P" THEN
              PERFORM FIND-PACK-RTN
           END-IF.

           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           IF W-STATUS <> "00" THEN
              DISPLAY "ASOF-BLD: CANNOT BUILD ASOF-WORK (STATUS="
                      W-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           PERFORM SCAN-JOURNAL-RTN.

           OPEN OUTPUT ZINKO-S-FILE.
           OPEN OUTPUT MENSEKI-S-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           PERFORM ZINKO-MASTER-RTN.
           PERFORM MENSEKI-MASTER-RTN.
           PERFORM PURGED-RTN.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE ZINKO-S-FILE.
           CLOSE MENSEKI-S-FILE.
           CLOSE PRINT-FILE.
           CLOSE WORK-FILE.

           DISPLAY "ASOF-BLD AS OF       : " WS-ASOF-STAMP.
           DISPLAY "ASOF-BLD JOURNAL READ: " WS-JRNL-CNT.
           DISPLAY "ASOF-BLD ZINKO SNAP  : " WS-Z-SNAP-CNT.
           DISPLAY "ASOF-BLD MENSEKI SNAP: " WS-M-SNAP-CNT.
           DISPLAY "ASOF-BLD DIFFERENCES : " WS-DIFF-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * ASOF-CTL is required: a reconstruction with no point in time
      * would only be a copy of today's masters.
       READ-CTL-RTN.
           MOVE SPACE  TO WS-ASOF-TYPE.
           MOVE SPACES TO WS-ASOF-STAMP.
           OPEN INPUT ASOF-CTL-FILE.
           IF C-STATUS <> "00" THEN
              DISPLAY "ASOF-BLD: NO ASOF-CTL FILE (STATUS="
                      C-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           READ ASOF-CTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE AC-TYPE TO WS-ASOF-TYPE
                 MOVE AC-DATE TO WS-ASOF-STAMP(1:8)
                 MOVE AC-TIME TO WS-ASOF-STAMP(9:6)
           END-READ.
           CLOSE ASOF-CTL-FILE.
           EVALUATE WS-ASOF-TYPE
              WHEN "D"
                 IF WS-ASOF-STAMP(9:6) = SPACES THEN
                    MOVE "235959" TO WS-ASOF-STAMP(9:6)
                 END-IF
                 IF WS-ASOF-STAMP NOT NUMERIC THEN
                    DISPLAY "ASOF-BLD: INVALID DATE/TIME IN ASOF-CTL: "
                            WS-ASOF-STAMP
                    MOVE -1 TO RETURN-CODE
                 END-IF
              WHEN "P"
                 IF WS-ASOF-STAMP NOT = SPACES
                    AND WS-ASOF-STAMP NOT NUMERIC THEN
                    DISPLAY "ASOF-BLD: INVALID PACK STAMP IN ASOF-CTL: "
                            WS-ASOF-STAMP
                    MOVE -1 TO RETURN-CODE
                 END-IF
              WHEN OTHER
                 DISPLAY "ASOF-BLD: INVALID TYPE IN ASOF-CTL: "
                         WS-ASOF-TYPE
                 MOVE -1 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE <> 0 THEN
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.

      * A pack stamp must be one PKG-RUN actually wrote; with no
      * stamp given, the last pack on the manifest is the one meant.
       FIND-PACK-RTN.
           MOVE "N" TO WS-FOUND-SW.
           OPEN INPUT MANIFEST-FILE.
           IF MN-STATUS = "00" THEN
              MOVE "00" TO MN-STATUS
              PERFORM UNTIL MN-STATUS <> "00"
                 READ MANIFEST-FILE NEXT
                 IF MN-STATUS = "00" AND MN-TAG = "PACK " THEN
                    IF WS-ASOF-STAMP = MN-STAMP THEN
                       SET WS-FOUND TO TRUE
                       MOVE MANIFEST-REC TO WS-PACK-LINE
                       MOVE "10" TO MN-STATUS
                    ELSE IF WS-ASOF-STAMP = SPACES THEN
                       SET WS-FOUND TO TRUE
                       MOVE MANIFEST-REC TO WS-PACK-LINE
                    END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE MANIFEST-FILE
           END-IF.
           IF NOT WS-FOUND THEN
              DISPLAY "ASOF-BLD: PACK " WS-ASOF-STAMP
                      " NOT ON PACK-MANIFEST"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           MOVE WS-PACK-LINE(6:14) TO WS-ASOF-STAMP.

      * One pass over the journal in the order it was written. Up to
      * the point, each entry's after-image is the latest known
      * state (none, after a DELETE); the first entry past the point
      * fixes the as-of image from its before-image, and later ones
      * only count changes and move the "last changed by".
       SCAN-JOURNAL-RTN.
           OPEN INPUT JRNL-FILE.
           IF J-STATUS = "00" THEN
              MOVE "00" TO J-STATUS
              PERFORM UNTIL J-STATUS <> "00"
                 READ JRNL-FILE NEXT
                 IF J-STATUS = "00" THEN
                    ADD 1 TO WS-JRNL-CNT
                    PERFORM APPLY-ENTRY-RTN
                 END-IF
              END-PERFORM
              CLOSE JRNL-FILE
           END-IF.

       APPLY-ENTRY-RTN.
           MOVE JN-DATE      TO WS-ENTRY-STAMP(1:8).
           MOVE JN-TIME(1:6) TO WS-ENTRY-STAMP(9:6).
           MOVE JN-FILE-ID TO WK-FILE-ID.
           MOVE JN-KEY     TO WK-JKEY.
           READ WORK-FILE KEY IS WK-KEY
              INVALID KEY
                 MOVE "N"    TO WK-POST-SW
                 MOVE "N"    TO WK-PRE-SW
                 MOVE "N"    TO WK-MATCH-SW
                 MOVE SPACES TO WK-ASOF-IMAGE
                 MOVE ZERO   TO WK-CHG-CNT
                 MOVE SPACES TO WK-FIRST-PROG WK-FIRST-DATE
                                WK-FIRST-TIME WK-LAST-PROG
                                WK-LAST-DATE  WK-LAST-TIME
                 MOVE "23" TO W-STATUS
           END-READ.
           IF WS-ENTRY-STAMP NOT > WS-ASOF-STAMP THEN
              MOVE "Y"      TO WK-PRE-SW
              IF JN-ACTION = "D" THEN
                 MOVE SPACES   TO WK-ASOF-IMAGE
              ELSE
                 MOVE JN-AFTER TO WK-ASOF-IMAGE
              END-IF
           ELSE
              IF WK-POST-SW NOT = "Y" THEN
                 MOVE "Y"          TO WK-POST-SW
                 MOVE JN-BEFORE    TO WK-ASOF-IMAGE
                 MOVE JN-PROGRAM   TO WK-FIRST-PROG
                 MOVE JN-DATE      TO WK-FIRST-DATE
                 MOVE JN-TIME(1:6) TO WK-FIRST-TIME
                 ADD 1 TO WS-POST-CNT
              END-IF
              ADD 1 TO WK-CHG-CNT
              MOVE JN-PROGRAM   TO WK-LAST-PROG
              MOVE JN-DATE      TO WK-LAST-DATE
              MOVE JN-TIME(1:6) TO WK-LAST-TIME
           END-IF.
           IF W-STATUS = "23" THEN
              WRITE WORK-REC
           ELSE
              REWRITE WORK-REC
           END-IF.
           IF W-STATUS <> "00" THEN
              DISPLAY "ASOF-BLD: ASOF-WORK WRITE ERROR:" W-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.

       WRITE-HEADER-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "MASTERS AS OF "      DELIMITED BY SIZE
                   WS-ASOF-STAMP(1:8)    DELIMITED BY SIZE
                   " "                   DELIMITED BY SIZE
                   WS-ASOF-STAMP(9:6)    DELIMITED BY SIZE
                   "   RUN DATE "        DELIMITED BY SIZE
                   WS-CURRENT-DATE       DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF WS-ASOF-TYPE = "P" THEN
              MOVE SPACES TO PRINT-REC
              STRING  "AS PACKAGED: "    DELIMITED BY SIZE
                      WS-PACK-LINE       DELIMITED BY SIZE
                      INTO PRINT-REC
              END-STRING
              WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "FILE    CODE    YEAR     AS-OF   CURRENT   CHGS FIRST"
                & " CHANGE AFTER           LAST CHANGE" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

      * Every current population record against its as-of image. A
      * record the journal never saw after the point is unchanged
      * and goes to the snapshot as it is.
       ZINKO-MASTER-RTN.
           OPEN INPUT ZINKO-I-FILE.
           IF F-STATUS = "00" THEN
              MOVE "00" TO F-STATUS
              PERFORM UNTIL F-STATUS <> "00"
                 READ ZINKO-I-FILE NEXT
                 IF F-STATUS = "00" THEN
                    PERFORM ZINKO-RECORD-RTN
                 END-IF
              END-PERFORM
              CLOSE ZINKO-I-FILE
           END-IF.

       ZINKO-RECORD-RTN.
           MOVE "Z"         TO WK-FILE-ID.
           MOVE ZINKO-I-KEY TO WK-JKEY.
           READ WORK-FILE KEY IS WK-KEY
              INVALID KEY
                 MOVE "N" TO WK-POST-SW
              NOT INVALID KEY
                 MOVE "Y" TO WK-MATCH-SW
                 REWRITE WORK-REC
           END-READ.
           IF WK-POST-SW NOT = "Y" THEN
              MOVE ZINKO-I-REC TO ZINKO-S-REC
              WRITE ZINKO-S-REC
              ADD 1 TO WS-Z-SNAP-CNT
           ELSE
              MOVE WK-ASOF-IMAGE TO WS-Z-IMAGE
              PERFORM SET-DIFF-LINE-RTN
              MOVE "ZINKO"  TO DL-FILE
              MOVE Z-I-ZINKO TO WS-FIGURE-DISP
              MOVE WS-FIGURE-DISP TO DL-CURRENT
              IF WK-ASOF-IMAGE = SPACES THEN
                 MOVE "ADDED SINCE" TO DL-NOTE
                 ADD 1 TO WS-ADDED-CNT
                 PERFORM WRITE-DIFF-RTN
              ELSE
                 MOVE WK-ASOF-IMAGE TO ZINKO-S-REC
                 WRITE ZINKO-S-REC
                 ADD 1 TO WS-Z-SNAP-CNT
                 MOVE WZ-ZINKO TO WS-FIGURE-DISP
                 MOVE WS-FIGURE-DISP TO DL-ASOF
                 IF WZ-ZINKO NOT = Z-I-ZINKO THEN
                    PERFORM WRITE-DIFF-RTN
                 END-IF
              END-IF
           END-IF.

       MENSEKI-MASTER-RTN.
           OPEN INPUT MENSEKI-I-FILE.
           IF M-STATUS = "00" THEN
              MOVE "00" TO M-STATUS
              PERFORM UNTIL M-STATUS <> "00"
                 READ MENSEKI-I-FILE NEXT
                 IF M-STATUS = "00" THEN
                    PERFORM MENSEKI-RECORD-RTN
                 END-IF
              END-PERFORM
              CLOSE MENSEKI-I-FILE
           END-IF.

       MENSEKI-RECORD-RTN.
           MOVE "M"           TO WK-FILE-ID.
           MOVE MENSEKI-I-KEY TO WK-JKEY.
           READ WORK-FILE KEY IS WK-KEY
              INVALID KEY
                 MOVE "N" TO WK-POST-SW
              NOT INVALID KEY
                 MOVE "Y" TO WK-MATCH-SW
                 REWRITE WORK-REC
           END-READ.
           IF WK-POST-SW NOT = "Y" THEN
              MOVE MENSEKI-I-REC TO MENSEKI-S-REC
              WRITE MENSEKI-S-REC
              ADD 1 TO WS-M-SNAP-CNT
           ELSE
              MOVE WK-ASOF-IMAGE TO WS-M-IMAGE
              PERFORM SET-DIFF-LINE-RTN
              MOVE "MENSEKI" TO DL-FILE
              MOVE M-I-MENSEKI TO WS-FIGURE-DISP
              MOVE WS-FIGURE-DISP TO DL-CURRENT
              IF WK-ASOF-IMAGE = SPACES THEN
                 MOVE "ADDED SINCE" TO DL-NOTE
                 ADD 1 TO WS-ADDED-CNT
                 PERFORM WRITE-DIFF-RTN
              ELSE
                 MOVE WK-ASOF-IMAGE(1:24) TO MENSEKI-S-REC
                 WRITE MENSEKI-S-REC
                 ADD 1 TO WS-M-SNAP-CNT
                 MOVE WM-MENSEKI TO WS-FIGURE-DISP
                 MOVE WS-FIGURE-DISP TO DL-ASOF
                 IF WM-MENSEKI NOT = M-I-MENSEKI THEN
                    PERFORM WRITE-DIFF-RTN
                 END-IF
              END-IF
           END-IF.

      * Journaled keys no longer on either master were purged by
      * ARCH-PRG. Those that existed at the point (purged after it,
      * so the as-of image is the purge's before-image) still belong
      * in the snapshot; one purged up to the point has no as-of
      * image and is dropped.
       PURGED-RTN.
           MOVE LOW-VALUES TO WK-KEY.
           START WORK-FILE KEY IS >= WK-KEY
              INVALID KEY
                 MOVE "10" TO W-STATUS
           END-START.
           PERFORM UNTIL W-STATUS <> "00"
              READ WORK-FILE NEXT
              IF W-STATUS = "00" THEN
                 IF WK-MATCH-SW NOT = "Y"
                    AND WK-ASOF-IMAGE NOT = SPACES THEN
                    PERFORM PURGED-RECORD-RTN
                 END-IF
              END-IF
           END-PERFORM.

       PURGED-RECORD-RTN.
           ADD 1 TO WS-PURGED-CNT.
           PERFORM SET-DIFF-LINE-RTN.
           MOVE "PURGED SINCE" TO DL-NOTE.
           MOVE "-" TO DL-CURRENT(9:1).
           IF WK-FILE-ID = "Z" THEN
              MOVE WK-ASOF-IMAGE TO WS-Z-IMAGE
              MOVE WK-ASOF-IMAGE TO ZINKO-S-REC
              WRITE ZINKO-S-REC
              ADD 1 TO WS-Z-SNAP-CNT
              MOVE "ZINKO" TO DL-FILE
              MOVE WZ-ZINKO TO WS-FIGURE-DISP
           ELSE
              MOVE WK-ASOF-IMAGE TO WS-M-IMAGE
              MOVE WK-ASOF-IMAGE(1:24) TO MENSEKI-S-REC
              WRITE MENSEKI-S-REC
              ADD 1 TO WS-M-SNAP-CNT
              MOVE "MENSEKI" TO DL-FILE
              MOVE WM-MENSEKI TO WS-FIGURE-DISP
           END-IF.
           MOVE WS-FIGURE-DISP TO DL-ASOF.
           PERFORM WRITE-DIFF-RTN.

       SET-DIFF-LINE-RTN.
           MOVE SPACES TO WS-DIFF-LINE.
           MOVE WK-CODE       TO DL-CODE.
           MOVE WK-YEAR       TO DL-YEAR.
           MOVE "        -"   TO DL-ASOF.
           MOVE SPACES        TO DL-CURRENT.
           MOVE WK-CHG-CNT    TO DL-CHG-CNT.
           MOVE WK-FIRST-PROG TO DL-FIRST-PROG.
           MOVE WK-FIRST-DATE TO DL-FIRST-DATE.
           MOVE WK-FIRST-TIME TO DL-FIRST-TIME.
           MOVE WK-LAST-PROG  TO DL-LAST-PROG.
           MOVE WK-LAST-DATE  TO DL-LAST-DATE.
           MOVE WK-LAST-TIME  TO DL-LAST-TIME.

       WRITE-DIFF-RTN.
           ADD 1 TO WS-DIFF-CNT.
           MOVE WS-DIFF-LINE TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-TRAILER-RTN.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-JRNL-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "JOURNAL ENTRIES READ      : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-POST-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "RECORDS CHANGED SINCE     : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-DIFF-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FIGURES DIFFERING NOW     : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-ADDED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "  OF WHICH ADDED SINCE    : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-PURGED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "  OF WHICH PURGED SINCE   : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-Z-SNAP-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "ZINKO-ASOF RECORDS        : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-M-SNAP-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "MENSEKI-ASOF RECORDS      : " DELIMITED BY SIZE
                   WS-CNT-DISP                    DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           IF WS-DIFF-CNT = ZERO THEN
              MOVE "NO FIGURE HAS CHANGED SINCE THIS POINT" TO PRINT-REC
              WRITE PRINT-REC
           END-IF.
           MOVE SPACES TO PRINT-REC.
           MOVE "END OF REPORT" TO PRINT-REC.
           WRITE PRINT-REC.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG).
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           PERFORM WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           MOVE "ASOF-BLD - RUN ABORTED" TO STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

       WRITE-STEP-CNT-LINE-RTN.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "ASOF-BLD JOURNAL="   DELIMITED BY SIZE
                      WS-JRNL-CNT          DELIMITED BY SIZE
                      " ZSNAP="             DELIMITED BY SIZE
                      WS-Z-SNAP-CNT        DELIMITED BY SIZE
                      " MSNAP="             DELIMITED BY SIZE
                      WS-M-SNAP-CNT        DELIMITED BY SIZE
                      " DIFFS="             DELIMITED BY SIZE
                      WS-DIFF-CNT          DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
