      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RETN-HSK.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Retention housekeeping for the files the suite only ever
      *  appends to or overwrites: the journals and logs, the *-ERR
      *  reject files, and the PACK-<stamp>-<name> delivery copies.
      *  Driven by RETN-CTL, one line per file family:
      *
      *      cols  1-16  family - a log or journal file name, *-ERR
      *                  for every converter/maintenance reject file,
      *                  or PACK for the delivery sets
      *            17-21 keep period in days
      *
      *  A family with no RETN-CTL line is not touched at all (the
      *  same stance GATE-CHK takes without GATE-CTL), so nothing is
      *  aged until someone has decided how long it is kept.
      *
      *  Journals and logs (IDX-JOURNAL, AUDIT-LOG, SEQ-VALID-LOG,
      *  ZINKO-ADJ-LOG, MUNI-MERGE-LOG, CLOSE-LOG, AUTH-LOG,
      *  OPER-MNT-LOG, PEND-LOG) are aged entry by entry: every line
      *  is dated in cols 1-8, except AUDIT-LOG, whose entry is a
      *  run block dated by its START= stamp. An entry older than the
      *  keep period is moved out of the live file into the dated
      *  generation <file>-G<yyyymmdd> (appended to when the utility
      *  runs twice in a day); everything younger stays, in order.
      *
      *  Delivery sets are aged by their PACK-MANIFEST block: once
      *  the block's stamp is older than the PACK keep period, every
      *  PACK- file it lists is deleted and the block itself rolls
      *  into PACK-MANIFEST-G<yyyymmdd>. A PACK- file with no
      *  manifest block is never removed. The *-ERR files hold only
      *  their program's last run, so they are aged as whole files
      *  by the date the file was last written: an expired one is
      *  copied to its generation and deleted (the next run of its
      *  program recreates it).
      *
      *  Nothing belonging to a fiscal year still open on
      *  YEAR-CLOSED (YEAR-CHK) is ever rolled or removed, however
      *  old: the year is the journal's record year, the adjusted,
      *  merged or closed year on the ZINKO-ADJ, MUNI-MERGE and
      *  CLOSE logs, the backfilled year (or, for a BATCH-RUN block,
      *  the year it started) on AUDIT-LOG, and the manifest YEAR=
      *  for a delivery set. Such entries are kept and reported as
      *  held. Entries that carry no year (the other logs, the
      *  *-ERR files) are aged by date alone. ASOF-BLD and JRNL-RPT
      *  read the live IDX-JOURNAL only, so an as-of point older than
      *  the journal's keep period needs the generation files.
      *
      *  The utility takes RUN-LOCK (LOCK-MGR) for its whole run, so
      *  it never rewrites a log while a chain is appending to it.
      *  RETN-RPT.txt reports every file with its entries kept, held
      *  and rolled and the files removed, and every PACK- file
      *  deleted; counts go to STEP-COUNTS. Return code -1 when any
      *  file could not be processed (that file is left as it was).
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RETN-CTL-FILE    ASSIGN TO "RETN-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT LIVE-FILE        ASSIGN USING WS-LIVE-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   LV-STATUS.
           SELECT WORK-FILE        ASSIGN TO "RETN-WORK"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   WK-STATUS.
           SELECT GEN-FILE         ASSIGN USING WS-GEN-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   GN-STATUS.
           SELECT PRINT-FILE       ASSIGN TO "RETN-RPT.txt"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   P-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RETN-CTL-FILE.
       01  RETN-CTL-REC.
           03   RC-FAMILY          PIC  X(16).
           03   RC-KEEP-DAYS       PIC  X(05).
       FD  LIVE-FILE.
       01  LIVE-REC                PIC  X(132).
       FD  WORK-FILE.
       01  WORK-REC                PIC  X(132).
       FD  GEN-FILE.
       01  GEN-REC                 PIC  X(132).
       FD  PRINT-FILE.
       01  PRINT-REC               PIC  X(132).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  C-STATUS                PIC  XX.
       01  LV-STATUS               PIC  XX.
       01  WK-STATUS               PIC  XX.
       01  GN-STATUS               PIC  XX.
       01  P-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-LIVE-NAME            PIC  X(40).
       01  WS-GEN-NAME             PIC  X(40).
       01  WS-DEL-NAME             PIC  X(40).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-LOCK-AREA.
           03   WS-LOCK-ACTION     PIC  X(01).
           03   WS-LOCK-HOLDER     PIC  X(12).
       01  WS-YEAR-CHK-AREA.
           03   YR-YEAR            PIC  9(04).
           03   YR-RESULT          PIC  X(01).
      * The files looked after, with how each is aged:
      *   L  dated lines, date cols 1-8, fiscal year at the given
      *      column (000 = the line carries no year)
      *   A  AUDIT-LOG run blocks
      *   P  PACK-MANIFEST blocks and the PACK- files they list
      *   E  whole *-ERR file, by the date it was last written
      * and the RETN-CTL family whose keep period applies.
       01  WS-FAMILY-DEFS.
           03   FILLER  PIC X(20) VALUE "IDX-JOURNAL     L043".
           03   FILLER  PIC X(16) VALUE "IDX-JOURNAL".
           03   FILLER  PIC X(20) VALUE "AUDIT-LOG       A000".
           03   FILLER  PIC X(16) VALUE "AUDIT-LOG".
           03   FILLER  PIC X(20) VALUE "SEQ-VALID-LOG   L000".
           03   FILLER  PIC X(16) VALUE "SEQ-VALID-LOG".
           03   FILLER  PIC X(20) VALUE "ZINKO-ADJ-LOG   L027".
           03   FILLER  PIC X(16) VALUE "ZINKO-ADJ-LOG".
           03   FILLER  PIC X(20) VALUE "MUNI-MERGE-LOG  L039".
           03   FILLER  PIC X(16) VALUE "MUNI-MERGE-LOG".
           03   FILLER  PIC X(20) VALUE "CLOSE-LOG       L026".
           03   FILLER  PIC X(16) VALUE "CLOSE-LOG".
           03   FILLER  PIC X(20) VALUE "AUTH-LOG        L000".
           03   FILLER  PIC X(16) VALUE "AUTH-LOG".
           03   FILLER  PIC X(20) VALUE "OPER-MNT-LOG    L000".
           03   FILLER  PIC X(16) VALUE "OPER-MNT-LOG".
           03   FILLER  PIC X(20) VALUE "PEND-LOG        L000".
           03   FILLER  PIC X(16) VALUE "PEND-LOG".
           03   FILLER  PIC X(20) VALUE "PACK-MANIFEST   P000".
           03   FILLER  PIC X(16) VALUE "PACK".
           03   FILLER  PIC X(20) VALUE "AGE-ERR         E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "KAJU-ERR        E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "MENSEKI-ERR     E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "MENSEKI-DTL-ERR E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "MIGR-ERR        E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "MONTH-ERR       E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "MSTR-MNT-ERR    E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "MUNI-MERGE-ERR  E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "OPER-MNT-ERR    E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "PEND-APR-ERR    E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "SUSP-CORR-ERR   E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "YEAR-CLS-ERR    E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "ZINKO-ADJ-ERR   E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
           03   FILLER  PIC X(20) VALUE "ZINKO-DTL-ERR   E000".
           03   FILLER  PIC X(16) VALUE "*-ERR".
       01  WS-FAMILY-TABLE         REDEFINES WS-FAMILY-DEFS.
           03   WS-FAMILY-ENTRY    OCCURS 24 TIMES
                                   INDEXED BY WS-FAM-IDX.
                05   WF-NAME       PIC  X(16).
                05   WF-KIND       PIC  X(01).
                05   WF-YEAR-POS   PIC  9(03).
                05   WF-FAMILY     PIC  X(16).
       01  WS-FAM-CNT              PIC  9(02) VALUE 24.
      * Keep periods from RETN-CTL.
       01  WS-KEEP-CNT             PIC  9(02) VALUE ZERO.
       01  WS-KEEP-TABLE.
           03   WS-KEEP-ENTRY      OCCURS 30 TIMES
                                   INDEXED BY WS-KEEP-IDX.
                05   WK-FAMILY     PIC  X(16).
                05   WK-DAYS       PIC  9(05).
       01  WS-KEEP-DAYS            PIC  9(05).
       01  WS-KEEP-SW              PIC  X    VALUE "N".
           88  WS-KEEP-FOUND                 VALUE "Y".
       01  WS-TODAY-DAYS           PIC  9(09).
       01  WS-CUTOFF-DAYS          PIC  9(09).
      * The entry being aged.
       01  WS-ENTRY-ACTION         PIC  X(01).
           88  WS-ENTRY-KEEP                 VALUE "K".
           88  WS-ENTRY-HOLD                 VALUE "H".
           88  WS-ENTRY-ROLL                 VALUE "R".
       01  WS-ENTRY-DATE           PIC  X(08).
       01  WS-ENTRY-YEAR           PIC  X(04).
       01  WS-ENTRY-HEAD           PIC  X(132).
       01  WS-ENTRY-REST           PIC  X(132).
       01  WS-GEN-SW               PIC  X    VALUE "N".
           88  WS-GEN-OPEN                   VALUE "Y".
       01  WS-FAIL-SW              PIC  X    VALUE "N".
           88  WS-FILE-FAILED                VALUE "Y".
       01  WS-FILE-NOTE            PIC  X(40).
      * Last-written date of a *-ERR file (CBL_CHECK_FILE_EXIST).
       01  WS-FILE-INFO.
           03   FI-SIZE            PIC  X(08) COMP-X.
           03   FI-DAY             PIC  X(01) COMP-X.
           03   FI-MONTH           PIC  X(01) COMP-X.
           03   FI-YEAR            PIC  X(02) COMP-X.
           03   FI-HOUR            PIC  X(01) COMP-X.
           03   FI-MINUTE          PIC  X(01) COMP-X.
           03   FI-SECOND          PIC  X(01) COMP-X.
           03   FI-HUNDREDTH       PIC  X(01) COMP-X.
      * Day-number work area (same routine as SLA-RPT).
       01  WS-DN-DATE              PIC  9(08).
       01  WS-DN-DATE-R            REDEFINES WS-DN-DATE.
           03   WS-DN-YYYY         PIC  9(04).
           03   WS-DN-MM           PIC  9(02).
           03   WS-DN-DD           PIC  9(02).
       01  WS-DN-YEAR              PIC  9(04).
       01  WS-DN-MONTH             PIC  9(02).
       01  WS-DN-Q4                PIC  9(04).
       01  WS-DN-Q100              PIC  9(04).
       01  WS-DN-Q400              PIC  9(04).
       01  WS-DN-MDAYS             PIC  9(04).
       01  WS-DN-DAYS              PIC  9(09).
       01  WS-DETAIL-LINE.
           03   DL-FILE            PIC  X(16).
           03   FILLER             PIC  X(01).
           03   DL-KEEP            PIC  ZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-KEPT            PIC  ZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-HELD            PIC  ZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-ROLLED          PIC  ZZZZZZ9.
           03   FILLER             PIC  X(01).
           03   DL-REMOVED         PIC  ZZZZZZ9.
           03   FILLER             PIC  X(02).
           03   DL-NOTE            PIC  X(40).
       01  WS-CNT-DISP             PIC  ZZZZZZ9.
      * Counts for the file in hand, then for the run.
       01  WS-FILE-COUNTS.
           03   WS-F-KEPT          PIC  9(07).
           03   WS-F-HELD          PIC  9(07).
           03   WS-F-ROLLED        PIC  9(07).
           03   WS-F-REMOVED       PIC  9(07).
       01  WS-COUNTS.
           03   WS-FILES-CNT       PIC  9(07) VALUE ZERO.
           03   WS-KEPT-CNT        PIC  9(07) VALUE ZERO.
           03   WS-HELD-CNT        PIC  9(07) VALUE ZERO.
           03   WS-ROLLED-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REMOVED-CNT     PIC  9(07) VALUE ZERO.
           03   WS-ERROR-CNT       PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYS.

           MOVE "T" TO WS-LOCK-ACTION.
           MOVE "RETN-HSK" TO WS-LOCK-HOLDER.
           CALL "LOCK-MGR" USING WS-LOCK-AREA.
           IF RETURN-CODE <> 0 THEN
              DISPLAY "RETN-HSK: ANOTHER RUN IS ACTIVE, STOPPING"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM READ-CTL-RTN.
           OPEN OUTPUT PRINT-FILE.
           PERFORM WRITE-HEADER-RTN.
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                   UNTIL WS-FAM-IDX > WS-FAM-CNT
              PERFORM ONE-FILE-RTN THRU ONE-FILE-EXT
           END-PERFORM.
           PERFORM WRITE-TRAILER-RTN.
           CLOSE PRINT-FILE.

           MOVE "R" TO WS-LOCK-ACTION.
           CALL "LOCK-MGR" USING WS-LOCK-AREA.

           DISPLAY "RETN-HSK FILES  : " WS-FILES-CNT.
           DISPLAY "RETN-HSK KEPT   : " WS-KEPT-CNT.
           DISPLAY "RETN-HSK HELD   : " WS-HELD-CNT.
           DISPLAY "RETN-HSK ROLLED : " WS-ROLLED-CNT.
           DISPLAY "RETN-HSK REMOVED: " WS-REMOVED-CNT.
           DISPLAY "RETN-HSK ERRORS : " WS-ERROR-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
           MOVE 0 TO RETURN-CODE.
           IF WS-ERROR-CNT > ZERO THEN
              MOVE -1 TO RETURN-CODE
           END-IF.
       MAIN-EXT.
           GOBACK.

      * Load the keep periods. A line without a family or with a
      * keep period that is not a positive number is reported and
      * ignored, leaving that family untouched.
       READ-CTL-RTN.
           OPEN INPUT RETN-CTL-FILE.
           IF C-STATUS <> "00" THEN
              DISPLAY "RETN-HSK: NO RETN-CTL, NOTHING WILL BE AGED"
           ELSE
              MOVE "00" TO C-STATUS
              PERFORM UNTIL C-STATUS <> "00"
                 READ RETN-CTL-FILE NEXT
                 IF C-STATUS = "00" THEN
                    IF RC-FAMILY = SPACES
                       OR RC-KEEP-DAYS NOT NUMERIC
                       OR RC-KEEP-DAYS = "00000" THEN
                       DISPLAY "RETN-HSK: RETN-CTL LINE IGNORED: "
                               RETN-CTL-REC
                    ELSE IF WS-KEEP-CNT < 30 THEN
                       ADD 1 TO WS-KEEP-CNT
                       MOVE RC-FAMILY    TO WK-FAMILY(WS-KEEP-CNT)
                       MOVE RC-KEEP-DAYS TO WK-DAYS(WS-KEEP-CNT)
                    END-IF
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RETN-CTL-FILE
           END-IF.

      * One file: find its keep period, age it, report it.
       ONE-FILE-RTN.
           MOVE WF-NAME(WS-FAM-IDX) TO WS-LIVE-NAME.
           MOVE ZERO   TO WS-FILE-COUNTS.
           MOVE SPACES TO WS-FILE-NOTE.
           MOVE "N"    TO WS-FAIL-SW.
           MOVE "N"    TO WS-KEEP-SW.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                   UNTIL WS-KEEP-IDX > WS-KEEP-CNT
              IF WK-FAMILY(WS-KEEP-IDX) = WF-FAMILY(WS-FAM-IDX) THEN
                 SET WS-KEEP-FOUND TO TRUE
                 MOVE WK-DAYS(WS-KEEP-IDX) TO WS-KEEP-DAYS
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NOT WS-KEEP-FOUND THEN
              MOVE ZERO TO WS-KEEP-DAYS
              MOVE "NO KEEP PERIOD - NOT TOUCHED" TO WS-FILE-NOTE
              PERFORM WRITE-FILE-LINE-RTN
              GO TO ONE-FILE-EXT
           END-IF.
           IF WS-KEEP-DAYS < WS-TODAY-DAYS THEN
              COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - WS-KEEP-DAYS
           ELSE
              MOVE ZERO TO WS-CUTOFF-DAYS
           END-IF.
           MOVE SPACES TO WS-GEN-NAME.
           STRING  WF-NAME(WS-FAM-IDX)  DELIMITED BY SPACE
                   "-G"                 DELIMITED BY SIZE
                   WS-CURRENT-DATE      DELIMITED BY SIZE
                   INTO WS-GEN-NAME
           END-STRING.
           ADD 1 TO WS-FILES-CNT.
           IF WF-KIND(WS-FAM-IDX) = "E" THEN
              PERFORM ERR-FILE-RTN THRU ERR-FILE-EXT
           ELSE
              PERFORM LOG-FILE-RTN THRU LOG-FILE-EXT
           END-IF.
           IF WS-FILE-FAILED THEN
              ADD 1 TO WS-ERROR-CNT
           END-IF.
           ADD WS-F-KEPT    TO WS-KEPT-CNT.
           ADD WS-F-HELD    TO WS-HELD-CNT.
           ADD WS-F-ROLLED  TO WS-ROLLED-CNT.
           ADD WS-F-REMOVED TO WS-REMOVED-CNT.
           PERFORM WRITE-FILE-LINE-RTN.
       ONE-FILE-EXT.
           EXIT.

      * A journal, log or the manifest: kept entries go to RETN-WORK,
      * expired ones to the generation. The live file is rewritten
      * from RETN-WORK only when something was rolled and every
      * write before that succeeded; otherwise it is left as it was.
       LOG-FILE-RTN.
           OPEN INPUT LIVE-FILE.
           IF LV-STATUS <> "00" THEN
              MOVE "NOT PRESENT" TO WS-FILE-NOTE
              GO TO LOG-FILE-EXT
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WK-STATUS <> "00" THEN
              CLOSE LIVE-FILE
              SET WS-FILE-FAILED TO TRUE
              MOVE "RETN-WORK NOT WRITABLE - LEFT AS IS"
                                          TO WS-FILE-NOTE
              GO TO LOG-FILE-EXT
           END-IF.
           MOVE "N" TO WS-GEN-SW.
           MOVE "K" TO WS-ENTRY-ACTION.
           MOVE "00" TO LV-STATUS.
           PERFORM UNTIL LV-STATUS <> "00" OR WS-FILE-FAILED
              READ LIVE-FILE NEXT
              IF LV-STATUS = "00" THEN
                 PERFORM ONE-LINE-RTN
              END-IF
           END-PERFORM.
           CLOSE LIVE-FILE.
           CLOSE WORK-FILE.
           IF WS-GEN-OPEN THEN
              CLOSE GEN-FILE
           END-IF.
           IF WS-FILE-FAILED THEN
              MOVE "WRITE ERROR - LEFT AS IS" TO WS-FILE-NOTE
              GO TO LOG-FILE-EXT
           END-IF.
           IF WS-F-ROLLED = ZERO THEN
              MOVE "NOTHING EXPIRED" TO WS-FILE-NOTE
              GO TO LOG-FILE-EXT
           END-IF.
           PERFORM COPY-BACK-RTN.
           IF WS-FILE-FAILED THEN
              MOVE "REWRITE ERROR - SEE RETN-WORK" TO WS-FILE-NOTE
           ELSE
              MOVE SPACES TO WS-FILE-NOTE
              STRING  "ROLLED TO "  DELIMITED BY SIZE
                      WS-GEN-NAME   DELIMITED BY SPACE
                      INTO WS-FILE-NOTE
              END-STRING
           END-IF.
       LOG-FILE-EXT.
           EXIT.

      * A line that starts an entry is aged; the indented lines of
      * an AUDIT-LOG or manifest block follow their heading line.
      * The PACK- files listed in an expired manifest block are
      * deleted as the block is rolled.
       ONE-LINE-RTN.
           IF WF-KIND(WS-FAM-IDX) = "L" OR LIVE-REC(1:1) NOT = SPACE
              THEN
              PERFORM CLASSIFY-RTN THRU CLASSIFY-EXT
           END-IF.
           IF WS-ENTRY-ROLL THEN
              IF WF-KIND(WS-FAM-IDX) = "P"
                 AND LIVE-REC(1:7) = "  PACK-" THEN
                 PERFORM REMOVE-PACK-RTN
              END-IF
              PERFORM WRITE-GEN-RTN
           ELSE
              WRITE WORK-REC FROM LIVE-REC
              IF WK-STATUS <> "00" THEN
                 DISPLAY "RETN-HSK: RETN-WORK WRITE ERROR:" WK-STATUS
                 SET WS-FILE-FAILED TO TRUE
              END-IF
           END-IF.

      * Keep, hold or roll the entry starting on this line. An entry
      * whose date cannot be read is kept.
       CLASSIFY-RTN.
           MOVE "K"    TO WS-ENTRY-ACTION.
           MOVE SPACES TO WS-ENTRY-DATE.
           MOVE SPACES TO WS-ENTRY-YEAR.
           EVALUATE WF-KIND(WS-FAM-IDX)
              WHEN "L"
                 MOVE LIVE-REC(1:8) TO WS-ENTRY-DATE
                 IF WF-YEAR-POS(WS-FAM-IDX) > ZERO THEN
                    MOVE LIVE-REC(WF-YEAR-POS(WS-FAM-IDX):4)
                                             TO WS-ENTRY-YEAR
                 END-IF
              WHEN "A"
                 MOVE SPACES TO WS-ENTRY-HEAD
                 MOVE SPACES TO WS-ENTRY-REST
                 UNSTRING LIVE-REC DELIMITED BY "START="
                    INTO WS-ENTRY-HEAD WS-ENTRY-REST
                 END-UNSTRING
                 MOVE WS-ENTRY-REST(1:8) TO WS-ENTRY-DATE
                 IF LIVE-REC(1:14) = "BACKFILL YEAR=" THEN
                    MOVE LIVE-REC(15:4) TO WS-ENTRY-YEAR
                 ELSE
                    MOVE WS-ENTRY-DATE(1:4) TO WS-ENTRY-YEAR
                 END-IF
              WHEN "P"
                 IF LIVE-REC(1:5) = "PACK " THEN
                    MOVE LIVE-REC(6:8)  TO WS-ENTRY-DATE
                    MOVE LIVE-REC(26:4) TO WS-ENTRY-YEAR
                 END-IF
           END-EVALUATE.
           IF WS-ENTRY-DATE NOT NUMERIC THEN
              ADD 1 TO WS-F-KEPT
              GO TO CLASSIFY-EXT
           END-IF.
           MOVE WS-ENTRY-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           IF WS-DN-DAYS = ZERO OR WS-DN-DAYS >= WS-CUTOFF-DAYS THEN
              ADD 1 TO WS-F-KEPT
              GO TO CLASSIFY-EXT
           END-IF.
           IF WS-ENTRY-YEAR NUMERIC AND WS-ENTRY-YEAR > "0000" THEN
              MOVE WS-ENTRY-YEAR TO YR-YEAR
              CALL "YEAR-CHK" USING WS-YEAR-CHK-AREA
              IF YR-RESULT NOT = "C" THEN
                 MOVE "H" TO WS-ENTRY-ACTION
                 ADD 1 TO WS-F-HELD
                 GO TO CLASSIFY-EXT
              END-IF
           END-IF.
           MOVE "R" TO WS-ENTRY-ACTION.
           ADD 1 TO WS-F-ROLLED.
       CLASSIFY-EXT.
           EXIT.

      * Delete one PACK- file named on an expired manifest block. A
      * file already gone is reported but is not an error.
       REMOVE-PACK-RTN.
           MOVE SPACES TO WS-DEL-NAME.
           UNSTRING LIVE-REC(3:130) DELIMITED BY SPACE
              INTO WS-DEL-NAME
           END-UNSTRING.
           CALL "CBL_DELETE_FILE" USING WS-DEL-NAME.
           MOVE SPACES TO PRINT-REC.
           IF RETURN-CODE = 0 THEN
              ADD 1 TO WS-F-REMOVED
              STRING  "    REMOVED   "  DELIMITED BY SIZE
                      WS-DEL-NAME       DELIMITED BY SPACE
                      INTO PRINT-REC
              END-STRING
           ELSE
              STRING  "    NOT FOUND "  DELIMITED BY SIZE
                      WS-DEL-NAME       DELIMITED BY SPACE
                      " (ALREADY GONE)" DELIMITED BY SIZE
                      INTO PRINT-REC
              END-STRING
           END-IF.
           MOVE 0 TO RETURN-CODE.
           WRITE PRINT-REC.

      * Append one expired line to the generation, opening it on
      * the first (EXTEND, falling back to OUTPUT, so a second run
      * the same day adds to the same generation).
       WRITE-GEN-RTN.
           IF NOT WS-GEN-OPEN THEN
              OPEN EXTEND GEN-FILE
              IF GN-STATUS <> "00" THEN
                 OPEN OUTPUT GEN-FILE
              END-IF
              IF GN-STATUS <> "00" THEN
                 DISPLAY "RETN-HSK: CANNOT WRITE " WS-GEN-NAME
                         " (STATUS=" GN-STATUS ")"
                 SET WS-FILE-FAILED TO TRUE
              ELSE
                 SET WS-GEN-OPEN TO TRUE
              END-IF
           END-IF.
           IF WS-GEN-OPEN AND NOT WS-FILE-FAILED THEN
              WRITE GEN-REC FROM LIVE-REC
              IF GN-STATUS <> "00" THEN
                 DISPLAY "RETN-HSK: GENERATION WRITE ERROR:" GN-STATUS
                 SET WS-FILE-FAILED TO TRUE
              END-IF
           END-IF.

      * Replace the live file with the kept entries.
       COPY-BACK-RTN.
           OPEN INPUT  WORK-FILE.
           OPEN OUTPUT LIVE-FILE.
           IF WK-STATUS <> "00" OR LV-STATUS <> "00" THEN
              DISPLAY "RETN-HSK: CANNOT REWRITE " WS-LIVE-NAME
                      " (STATUS=" LV-STATUS "/" WK-STATUS ")"
              SET WS-FILE-FAILED TO TRUE
           ELSE
              MOVE "00" TO WK-STATUS
              PERFORM UNTIL WK-STATUS <> "00" OR WS-FILE-FAILED
                 READ WORK-FILE NEXT
                 IF WK-STATUS = "00" THEN
                    WRITE LIVE-REC FROM WORK-REC
                    IF LV-STATUS <> "00" THEN
                       DISPLAY "RETN-HSK: REWRITE ERROR:" LV-STATUS
                       SET WS-FILE-FAILED TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           CLOSE WORK-FILE.
           CLOSE LIVE-FILE.

      * A *-ERR file is aged whole by the date it was last written.
      * An expired one is copied to its generation and deleted.
       ERR-FILE-RTN.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LIVE-NAME
                                             WS-FILE-INFO.
           IF RETURN-CODE NOT = 0 THEN
              MOVE 0 TO RETURN-CODE
              MOVE "NOT PRESENT" TO WS-FILE-NOTE
              GO TO ERR-FILE-EXT
           END-IF.
           COMPUTE WS-DN-DATE = FI-YEAR * 10000 + FI-MONTH * 100
                              + FI-DAY.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXT.
           IF WS-DN-DAYS = ZERO OR WS-DN-DAYS >= WS-CUTOFF-DAYS THEN
              ADD 1 TO WS-F-KEPT
              MOVE "NOTHING EXPIRED" TO WS-FILE-NOTE
              GO TO ERR-FILE-EXT
           END-IF.
           OPEN INPUT LIVE-FILE.
           IF LV-STATUS <> "00" THEN
              SET WS-FILE-FAILED TO TRUE
              MOVE "CANNOT BE READ - LEFT AS IS" TO WS-FILE-NOTE
              GO TO ERR-FILE-EXT
           END-IF.
           MOVE "N" TO WS-GEN-SW.
           MOVE "00" TO LV-STATUS.
           PERFORM UNTIL LV-STATUS <> "00" OR WS-FILE-FAILED
              READ LIVE-FILE NEXT
              IF LV-STATUS = "00" THEN
                 PERFORM WRITE-GEN-RTN
              END-IF
           END-PERFORM.
           CLOSE LIVE-FILE.
           IF WS-GEN-OPEN THEN
              CLOSE GEN-FILE
           END-IF.
           IF WS-FILE-FAILED THEN
              MOVE "WRITE ERROR - LEFT AS IS" TO WS-FILE-NOTE
              GO TO ERR-FILE-EXT
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-LIVE-NAME.
           IF RETURN-CODE NOT = 0 THEN
              MOVE 0 TO RETURN-CODE
              SET WS-FILE-FAILED TO TRUE
              MOVE "COPIED BUT NOT DELETED" TO WS-FILE-NOTE
              GO TO ERR-FILE-EXT
           END-IF.
           ADD 1 TO WS-F-ROLLED.
           ADD 1 TO WS-F-REMOVED.
           MOVE SPACES TO WS-FILE-NOTE.
           STRING  "ROLLED TO "  DELIMITED BY SIZE
                   WS-GEN-NAME   DELIMITED BY SPACE
                   INTO WS-FILE-NOTE
           END-STRING.
       ERR-FILE-EXT.
           EXIT.

      * Day number of WS-DN-DATE counted from a fixed origin, with
      * March as the first month so the leap day falls at the end
      * of the counting year (same routine as SLA-RPT).
       DAY-NUMBER-RTN.
           MOVE ZERO TO WS-DN-DAYS.
           IF WS-DN-DATE NOT NUMERIC OR WS-DN-YYYY = ZERO THEN
              GO TO DAY-NUMBER-EXT
           END-IF.
           MOVE WS-DN-YYYY TO WS-DN-YEAR.
           MOVE WS-DN-MM   TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3 THEN
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           DIVIDE WS-DN-YEAR BY 4   GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.
           COMPUTE WS-DN-MDAYS = 153 * (WS-DN-MONTH - 3) + 2.
           DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS.
           COMPUTE WS-DN-DAYS = 365 * WS-DN-YEAR + WS-DN-Q4
                              - WS-DN-Q100 + WS-DN-Q400
                              + WS-DN-MDAYS + WS-DN-DD.
       DAY-NUMBER-EXT.
           EXIT.

       WRITE-HEADER-RTN.
           MOVE SPACES TO PRINT-REC.
           STRING  "RETENTION HOUSEKEEPING"  DELIMITED BY SIZE
                   "   RUN DATE "            DELIMITED BY SIZE
                   WS-CURRENT-DATE           DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "FILE              KEEP    KEPT    HELD  ROLLED"
                & " REMOVED  NOTE"
                TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-FILE-LINE-RTN.
           MOVE SPACES       TO WS-DETAIL-LINE.
           MOVE WS-LIVE-NAME TO DL-FILE.
           MOVE WS-KEEP-DAYS TO DL-KEEP.
           MOVE WS-F-KEPT    TO DL-KEPT.
           MOVE WS-F-HELD    TO DL-HELD.
           MOVE WS-F-ROLLED  TO DL-ROLLED.
           MOVE WS-F-REMOVED TO DL-REMOVED.
           MOVE WS-FILE-NOTE TO DL-NOTE.
           MOVE WS-DETAIL-LINE TO PRINT-REC.
           WRITE PRINT-REC.

       WRITE-TRAILER-RTN.
           MOVE ALL "-" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-FILES-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FILES AGED            : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-KEPT-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "ENTRIES KEPT          : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-HELD-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "HELD FOR OPEN YEAR    : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-ROLLED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "ROLLED TO GENERATION  : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-REMOVED-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FILES REMOVED         : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE WS-ERROR-CNT TO WS-CNT-DISP.
           MOVE SPACES TO PRINT-REC.
           STRING  "FILES IN ERROR        : " DELIMITED BY SIZE
                   WS-CNT-DISP                DELIMITED BY SIZE
                   INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
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
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "RETN-HSK FILES="    DELIMITED BY SIZE
                      WS-FILES-CNT         DELIMITED BY SIZE
                      " KEPT="              DELIMITED BY SIZE
                      WS-KEPT-CNT          DELIMITED BY SIZE
                      " HELD="              DELIMITED BY SIZE
                      WS-HELD-CNT          DELIMITED BY SIZE
                      " ROLLED="            DELIMITED BY SIZE
                      WS-ROLLED-CNT        DELIMITED BY SIZE
                      " REMOVED="           DELIMITED BY SIZE
                      WS-REMOVED-CNT       DELIMITED BY SIZE
                      " ERRORS="            DELIMITED BY SIZE
                      WS-ERROR-CNT         DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
