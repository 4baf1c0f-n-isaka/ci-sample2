      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ZINKO-I-FILE     ASSIGN USING WS-ZINKO-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-I-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT ZINKO-P-FILE     ASSIGN USING WS-ZINKO-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   ZINKO-P-KEY
                                   FILE   STATUS  IS   P-STATUS.
           SELECT MENSEKI-I-FILE   ASSIGN USING WS-MENSEKI-I-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MENSEKI-I-KEY
                                   FILE   STATUS  IS   M-STATUS.
           SELECT SORT-TMP-FILE    ASSIGN TO "sort.dat".
           SELECT MITSUDO-FILE     ASSIGN USING WS-MITSUDO-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   MF-STATUS.
           SELECT JOUI-FILE        ASSIGN USING WS-JOUI-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   J-STATUS.
           SELECT UNMATCHED-FILE   ASSIGN USING WS-UNMATCHED-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   U-STATUS.
           SELECT RANK-CTL-FILE    ASSIGN TO "RANK-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   C-STATUS.
           SELECT KASHO-FILE       ASSIGN USING WS-KASHO-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   K-STATUS.
           SELECT YEAR-CTL-FILE    ASSIGN TO "YEAR-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   Y-STATUS.
           SELECT TREND-FILE       ASSIGN USING WS-TREND-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   T-STATUS.
           SELECT RESTART-FILE     ASSIGN USING WS-RESTART-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   RS-STATUS.
           SELECT STAGE-FILE       ASSIGN USING WS-STAGE-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   STG-STATUS.
           SELECT DELTA-FILE       ASSIGN USING WS-DELTA-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   DL-STATUS.
           SELECT PREF-M-FILE      ASSIGN TO "PREF-MSTR"
           SELECT CODE-CTL-FILE    ASSIGN TO "CODE-CTL"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   CC-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN USING WS-STEP-CNT-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
           SELECT RANK-M-FILE      ASSIGN USING WS-RANK-M-NAME
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RK-KEY
                                   ALTERNATE RECORD KEY IS RK-RANK-KEY
                                   FILE   STATUS  IS   RK-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   CC-CODE            PIC  X(07).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      * Ranking master: one record per fiscal year and code, kept
      * across years. RK-RANK-KEY repeats the year so the delivery
      * programs can read a year back in rank order.
       FD  RANK-M-FILE.
       01  RANK-M-REC.
           03   RK-KEY.
               05   RK-YEAR        PIC  9(04).
               05   RK-CODE        PIC  X(07).
           03   RK-RANK-KEY.
               05   RK-RANK-YEAR   PIC  9(04).
               05   RK-RANK        PIC  9(05).
           03   RK-NAME            PIC  X(08).
           03   RK-MITSUDO         PIC  9(08)V9(03).
           03   RK-KAJU-MITSUDO    PIC  9(08)V9(03).
           03   RK-KAJU-SW         PIC  X(01).
           03   RK-CAPITAL         PIC  X(08).
           03   RK-CLASS           PIC  X(02).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  PM-STATUS                PIC  XX.
       01  CC-STATUS                PIC  XX.
       01  SC-STATUS                PIC  XX.
       01  RK-STATUS                PIC  XX.
       01  WS-RANK-M-SW             PIC  X    VALUE "N".
           88  WS-RANK-M-OPEN                 VALUE "Y".
       01  WS-RANK-M-ERR-SW         PIC  X    VALUE "N".
           88  WS-RANK-M-ERROR                VALUE "Y".
       01  WS-RANK-M-CNT            PIC  9(05) VALUE ZERO.
       01  WS-RANK-M-PURGED         PIC  9(05) VALUE ZERO.
       01  WS-PREF-M-SW             PIC  X    VALUE "N".
           88  WS-PREF-M-OPEN                 VALUE "Y".
       01  WS-CODE-CNT              PIC  9(02) VALUE ZERO.
      * Shared with BATCH-RUN inside one run unit: "Y" means the
      * chain already holds the run-lock, so this step must neither
      * take nor release it. An ad hoc run in its own run unit sees
      * the initial value and takes the lock itself. A SHADOW-RUN
      * what-if run touches no production work file, so it takes no
      * lock either.
       01  RUN-LOCK-HELD-SW         PIC  X(01) EXTERNAL.
      * Shared with SHADOW-RUN inside one run unit: "Y" means a
      * what-if run, so the files named below are the SHD- sandbox
      * copies and production is left alone. An ordinary run sees
      * the initial value and uses the production names.
       01  WS-ZINKO-I-NAME         PIC  X(20) VALUE "ZINKO-IDX".
       01  WS-MENSEKI-I-NAME       PIC  X(20) VALUE "MENSEKI-IDX".
       01  WS-MITSUDO-NAME         PIC  X(20) VALUE "mitsudo.csv".
       01  WS-JOUI-NAME            PIC  X(20) VALUE "TOP5.txt".
       01  WS-UNMATCHED-NAME       PIC  X(20) VALUE "UNMATCHED.txt".
       01  WS-KASHO-NAME           PIC  X(20) VALUE "BOTTOM5.txt".
       01  WS-TREND-NAME           PIC  X(20) VALUE "TREND.csv".
       01  WS-RESTART-NAME         PIC  X(20) VALUE "ZM-RESTART".
       01  WS-STAGE-NAME           PIC  X(20) VALUE "ZM-STAGE".
       01  WS-DELTA-NAME           PIC  X(20) VALUE "DELTA.csv".
       01  WS-STEP-CNT-NAME        PIC  X(20) VALUE "STEP-COUNTS".
       01  WS-RANK-M-NAME          PIC  X(20) VALUE "RANK-MSTR".
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM SHADOW-NAMES-RTN.
           IF RUN-LOCK-HELD-SW NOT = "Y"
              AND SHADOW-RUN-SW NOT = "Y" THEN
              MOVE "T" TO WS-LOCK-ACTION
              MOVE "ZINKOMITSUDO" TO WS-LOCK-HOLDER
              CALL "LOCK-MGR" USING WS-LOCK-AREA
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM READ-CODE-CTL-RTN.
           PERFORM JOIN-PHASE-RTN.
           PERFORM OPEN-RANK-M-RTN THRU OPEN-RANK-M-EXT.
           SORT SORT-TMP-FILE ON DESCENDING ST-MITSUDO
              INPUT  PROCEDURE SORTIN-RTN  THRU SORTIN-EXT
              OUTPUT PROCEDURE SORTOUT-RNT THRU SORTOUT-EXT.
           IF WS-RANK-M-OPEN THEN
              CLOSE RANK-M-FILE
              DISPLAY "ZINKOMITSUDO: RANK-MSTR YEAR " WS-TARGET-YEAR
                      " REPLACED=" WS-RANK-M-PURGED
                      " WRITTEN=" WS-RANK-M-CNT
           END-IF.
           PERFORM WRITE-STEP-CNT-RTN.
      * Clean completion only - an abort GOBACKs before this point
      * and leaves the lock held, which is exactly the stale lock
              MOVE "R" TO WS-LOCK-ACTION
              CALL "LOCK-MGR" USING WS-LOCK-AREA
           END-IF.
           IF WS-RANK-M-ERROR THEN
              MOVE -1 TO RETURN-CODE
           END-IF.
       MAIN-EXT.
           GOBACK.


      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG) so a batch
      * driver can fold them into its own audit trail. The fiscal
      * year rides along because mitsudo.csv does not carry it.
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
                      WS-TOTAL-CNT           DELIMITED BY SIZE
                      " UNMATCHED="           DELIMITED BY SIZE
                      WS-UNMATCHED-CNT       DELIMITED BY SIZE
                      " YEAR="                DELIMITED BY SIZE
                      WS-TARGET-YEAR         DELIMITED BY SIZE
                      INTO                   STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

      * Open RANK-MSTR (creating it on first use, the same idiom as
      * MONTH-CNV's indexed masters) and clear out the target year,
      * so a rerun for the same year replaces that year's ranking
      * rather than mixing two runs' ranks; every other retained
      * year is left as it stands. A CODE-CTL run ranks only the
      * listed codes, which is not the year's ranking, so it leaves
      * the master alone.
       OPEN-RANK-M-RTN.
           IF WS-CODE-CNT > 0 THEN
              DISPLAY "ZINKOMITSUDO: CODE-CTL RUN, RANK-MSTR "
                      "NOT UPDATED"
              GO TO OPEN-RANK-M-EXT
           END-IF.
           OPEN I-O RANK-M-FILE.
           IF RK-STATUS = "35" THEN
              OPEN OUTPUT RANK-M-FILE
              CLOSE RANK-M-FILE
              OPEN I-O RANK-M-FILE
           END-IF.
           IF RK-STATUS <> "00" THEN
              DISPLAY "ZINKOMITSUDO: RANK-MSTR OPEN ERROR (STATUS="
                      RK-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           SET WS-RANK-M-OPEN TO TRUE.
           MOVE WS-TARGET-YEAR TO RK-YEAR.
           MOVE LOW-VALUES     TO RK-CODE.
           START RANK-M-FILE KEY IS NOT < RK-KEY
              INVALID KEY
                 GO TO OPEN-RANK-M-EXT
           END-START.
           MOVE "00" TO RK-STATUS.
           PERFORM UNTIL RK-STATUS <> "00"
              READ RANK-M-FILE NEXT
                 AT END
                    MOVE "10" TO RK-STATUS
                 NOT AT END
                    IF RK-YEAR = WS-TARGET-YEAR THEN
                       DELETE RANK-M-FILE
                       ADD 1 TO WS-RANK-M-PURGED
                    ELSE
                       MOVE "10" TO RK-STATUS
                    END-IF
              END-READ
           END-PERFORM.
       OPEN-RANK-M-EXT.

      * One master record per ranked code, at the rank this run gave
      * it. The target year was cleared above, so a duplicate here
      * can only mean the master is damaged - report it and fail the
      * step rather than carry on with a partial ranking.
       WRITE-RANK-M-RTN.
           MOVE WS-TARGET-YEAR  TO RK-YEAR.
           MOVE ST-CODE         TO RK-CODE.
           MOVE WS-TARGET-YEAR  TO RK-RANK-YEAR.
           MOVE WS-TOTAL-CNT    TO RK-RANK.
           MOVE ST-NAME         TO RK-NAME.
           MOVE ST-MITSUDO      TO RK-MITSUDO.
           MOVE ST-KAJU-MITSUDO TO RK-KAJU-MITSUDO.
           MOVE ST-KAJU-SW      TO RK-KAJU-SW.
           MOVE ST-CAPITAL      TO RK-CAPITAL.
           MOVE ST-CLASS        TO RK-CLASS.
           WRITE RANK-M-REC
              INVALID KEY
                 DISPLAY "ZINKOMITSUDO: RANK-MSTR WRITE ERROR "
                         RK-CODE " (STATUS=" RK-STATUS ")"
                 SET WS-RANK-M-ERROR TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-RANK-M-CNT
           END-WRITE.

      * Capture the prior run's mitsudo.csv as the DELTA.csv baseline
      * before it gets truncated below, then rank/compare each record
      * against it as the new sort output is produced.
                         INTO        MITUDO-DATA
              WRITE MITSUDO-REC
              PERFORM WRITE-DELTA-RTN
              IF WS-RANK-M-OPEN THEN
                 PERFORM WRITE-RANK-M-RTN
              END-IF
              IF CNT < WS-TOP-N THEN
                 ADD 1 TO CNT
                 MOVE CNT TO WS-RANK-DISPLAY
                   INTO DELTA-REC
           END-STRING.
           WRITE DELTA-REC.

      * A SHADOW-RUN what-if run reads and writes the SHD- sandbox
      * copies instead of the production files.
       SHADOW-NAMES-RTN.
           IF SHADOW-RUN-SW = "Y" THEN
              MOVE "SHD-ZINKO-IDX"   TO WS-ZINKO-I-NAME
              MOVE "SHD-MENSEKI-IDX" TO WS-MENSEKI-I-NAME
              MOVE "SHD-mitsudo.csv" TO WS-MITSUDO-NAME
              MOVE "SHD-TOP5.txt"    TO WS-JOUI-NAME
              MOVE "SHD-UNMATCHED.txt" TO WS-UNMATCHED-NAME
              MOVE "SHD-BOTTOM5.txt" TO WS-KASHO-NAME
              MOVE "SHD-TREND.csv"   TO WS-TREND-NAME
              MOVE "SHD-ZM-RESTART"  TO WS-RESTART-NAME
              MOVE "SHD-ZM-STAGE"    TO WS-STAGE-NAME
              MOVE "SHD-DELTA.csv"   TO WS-DELTA-NAME
              MOVE "SHD-STEP-COUNTS" TO WS-STEP-CNT-NAME
              MOVE "SHD-RANK-MSTR"   TO WS-RANK-M-NAME
           END-IF.
