       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-08-22.
      ******************************************************************
      *  Interface export for the planning department: the target
      *  year's per-prefecture density ranking as ZINKOMITSUDO's
      *  SORTOUT-RNT produced it (read back from RANK-MSTR in rank
      *  order), written as fixed-length 40-byte records to IFACE-OUT
      *  framed by control records, so a truncated transfer is
      *  caught by the receiving side's IFACE-CHK instead of a week
      *  later:
      *
      *    H  run date (YYYYMMDD) + target fiscal year
      *    D  code + name + population + area + density (8.3 digits)
      *
      *  Population and area come from keyed reads of ZINKO-IDX and
      *  MENSEKI-IDX, the same lookups ZINKOMITSUDO's JOIN-RTN does.
      *  A ranked code that has lost its master record since the
      *  join ran is an inconsistency: the export aborts rather than
      *  send the planning department a file with holes.
      ******************************************************************
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RANK-M-FILE      ASSIGN TO "RANK-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RK-KEY
                                   ALTERNATE RECORD KEY IS RK-RANK-KEY
                                   FILE   STATUS  IS   RK-STATUS.
           SELECT IFACE-FILE       ASSIGN TO "IFACE-OUT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   I-STATUS.
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
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
       FD  IFACE-FILE.
       01  IFACE-REC               PIC  X(40).
       FD  ZINKO-I-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  RK-STATUS               PIC  XX.
       01  I-STATUS                PIC  XX.
       01  Z-STATUS                PIC  XX.
       01  M-STATUS                PIC  XX.
       01  Y-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-TARGET-YEAR          PIC  9(04).
       01  WS-WAREKI-AREA.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-YEAR-CTL-RTN.
           PERFORM OPEN-RANK-M-RTN THRU OPEN-RANK-M-EXT.
           IF RETURN-CODE = 0 THEN
              PERFORM EXPORT-RTN THRU EXPORT-EXT
           END-IF.
           DISPLAY "IFACE-EXP YEAR   : " WS-TARGET-YEAR.
           DISPLAY "IFACE-EXP DETAILS: " WS-DETAIL-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
              END-IF
           END-IF.

      * Position RANK-MSTR on the target year's rank 1 by its
      * alternate key (year, rank) and read the first record. No
      * master, or no ranking for the year, fails the step before
      * anything is written, so the prior run's output is kept.
       OPEN-RANK-M-RTN.
           OPEN INPUT RANK-M-FILE.
           IF RK-STATUS <> "00" THEN
              DISPLAY "IFACE-EXP: NO RANK-MSTR, RUN ZINKOMITSUDO "
                      "FIRST (STATUS=" RK-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GO TO OPEN-RANK-M-EXT
           END-IF.
           MOVE WS-TARGET-YEAR TO RK-RANK-YEAR.
           MOVE ZERO           TO RK-RANK.
           START RANK-M-FILE KEY IS > RK-RANK-KEY
              INVALID KEY
                 MOVE "23" TO RK-STATUS
           END-START.
           IF RK-STATUS = "00" THEN
              PERFORM READ-RANK-M-RTN
           END-IF.
           IF RK-STATUS <> "00" THEN
              DISPLAY "IFACE-EXP: NO RANKING FOR YEAR " WS-TARGET-YEAR
                      " ON RANK-MSTR, RUN ZINKOMITSUDO FIRST"
              CLOSE RANK-M-FILE
              MOVE -1 TO RETURN-CODE
           END-IF.
       OPEN-RANK-M-EXT.

      * Next code in rank order; reaching the next year's ranking
      * ends the year just as end of file does.
       READ-RANK-M-RTN.
           READ RANK-M-FILE NEXT
              AT END
                 MOVE "10" TO RK-STATUS
              NOT AT END
                 IF RK-RANK-YEAR <> WS-TARGET-YEAR THEN
                    MOVE "10" TO RK-STATUS
                 END-IF
           END-READ.

       EXPORT-RTN.
           OPEN INPUT ZINKO-I-FILE.
           OPEN INPUT MENSEKI-I-FILE.
           IF Z-STATUS <> "00" OR M-STATUS <> "00" THEN
              DISPLAY "IFACE-EXP: MASTERS NOT AVAILABLE (Z="
                      Z-STATUS " M=" M-STATUS ")"
              MOVE -1 TO RETURN-CODE
              CLOSE RANK-M-FILE
              GO TO EXPORT-EXT
           END-IF.
           OPEN OUTPUT IFACE-FILE.
           PERFORM WRITE-HEADER-RTN.

           PERFORM UNTIL RK-STATUS <> "00"
              PERFORM WRITE-DETAIL-RTN
              PERFORM READ-RANK-M-RTN
           END-PERFORM.

           PERFORM WRITE-TRAILER-RTN.
           CLOSE IFACE-FILE.
           CLOSE RANK-M-FILE.
           CLOSE ZINKO-I-FILE.
           CLOSE MENSEKI-I-FILE.
       EXPORT-EXT.

       WRITE-HEADER-RTN.
           MOVE "H"             TO WS-H-TYPE.
           MOVE WS-IFACE-H      TO IFACE-REC.
           WRITE IFACE-REC.

      * One detail per ranked code, with the population and area
      * read back from the masters so the trailer's hash totals can
      * be recomputed on the receiving side.
       WRITE-DETAIL-RTN.
           MOVE RK-CODE        TO Z-I-CODE.
           MOVE WS-TARGET-YEAR TO Z-I-YEAR.
           READ ZINKO-I-FILE KEY IS ZINKO-I-KEY
              INVALID KEY
                 PERFORM MASTER-GONE-RTN
           END-READ.
           MOVE RK-CODE        TO M-I-CODE.
           MOVE WS-TARGET-YEAR TO M-I-YEAR.
           READ MENSEKI-I-FILE KEY IS MENSEKI-I-KEY
              INVALID KEY
                 PERFORM MASTER-GONE-RTN
           END-READ.
           MOVE "D"          TO WS-D-TYPE.
           MOVE RK-CODE      TO WS-D-CODE.
           MOVE RK-NAME      TO WS-D-NAME.
           MOVE Z-I-ZINKO    TO WS-D-ZINKO.
           MOVE M-I-MENSEKI  TO WS-D-MENSEKI.
           MOVE RK-MITSUDO   TO WS-D-MITSUDO.
           MOVE WS-IFACE-D   TO IFACE-REC.
           WRITE IFACE-REC.
           ADD 1            TO WS-DETAIL-CNT.
           ADD Z-I-ZINKO    TO WS-ZINKO-HASH.
           ADD M-I-MENSEKI  TO WS-MENSEKI-HASH.

      * A ranked code whose master record has disappeared since the
      * join ran: the export cannot produce honest hash totals, so
      * stop and leave the half-written IFACE-OUT for the operator
      * (IFACE-CHK would reject it anyway - no trailer).
       MASTER-GONE-RTN.
           DISPLAY "IFACE-EXP: MASTER RECORD GONE FOR CODE " RK-CODE
                   " YEAR " WS-TARGET-YEAR ", EXPORT ABORTED".
           MOVE -1 TO RETURN-CODE.
           PERFORM WRITE-STEP-CNT-ABORT-RTN.
