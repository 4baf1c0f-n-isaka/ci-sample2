      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 SUSP-LOG.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Reject suspense master maintenance, CALLed the way IDX-JRNL
      *  is by every converter that rejects extract rows to an -ERR
      *  file (MENSEKI-CNV, AGE-CNV, KAJU-CNV, DTL-CNV, ZINKO-ADJ,
      *  MONTH-CNV, MIGR-CNV), so a rejected row no longer goes
      *  nowhere once the ERR file is overwritten by the next run.
      *  SUSP-MSTR holds one item per source feed + code + year
      *  with the latest reason, the date it first failed, and how
      *  many runs of its feed it has been outstanding; SUSP-CORR
      *  resubmits corrected rows and SUSP-RPT ages what is still
      *  open. The caller's area:
      *
      *      SL-ACTION   "S" = start of a feed's run (every open item
      *                        for SL-FEED is one run older)
      *                  "R" = row rejected (open or refresh item)
      *                  "C" = row loaded (close the item, if open)
      *                  "Q" = query the item (SL-RESULT/REASON/ROW)
      *                  "E" = end of run (close SUSP-MSTR)
      *      SL-PROGRAM  the calling program's name
      *      SL-FEED     the source feed (MENSEKI, AGE, KAJU,
      *                  ZINKO-DTL, MENSEKI-DTL, ZINKO-ADJ, MONTH,
      *                  MIGR)
      *      SL-CODE     the row's code (pref code + muni code for
      *                  the detail feeds, code + month for MONTH,
      *                  origin + destination(1:5) for MIGR)
      *      SL-YEAR     the row's year as it arrived
      *      SL-REASON   the reject reason ("R")
      *      SL-ROW      the rejected row image ("R")
      *      SL-RESULT   "O" open / "C" closed / "N" not on file
      *
      *  While SUSP-CORR is resubmitting a row it sets the shared
      *  SUSP-CORR-SW; the converter's own "S"/"R"/"C" calls are then
      *  answered into SUSP-CORR-AREA instead of SUSP-MSTR, so
      *  SUSP-CORR can settle the original item itself (a corrected
      *  row may well carry a different code or year than the one
      *  that failed). A SHADOW-RUN what-if run leaves SUSP-MSTR
      *  alone: every call is answered "N" and nothing is recorded,
      *  since its rejects are already on the SHD- -ERR files. The
      *  master is opened on the first call and left open until "E",
      *  the way IDX-JRNL keeps its journal.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT SUSP-FILE        ASSIGN TO "SUSP-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   SU-KEY
                                   FILE   STATUS  IS   S-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SUSP-FILE.
       01  SUSP-REC.
           03   SU-KEY.
               05   SU-FEED        PIC  X(12).
               05   SU-CODE        PIC  X(12).
               05   SU-YEAR        PIC  X(04).
           03   SU-STATUS          PIC  X(01).
           03   SU-REASON          PIC  X(30).
           03   SU-FIRST-DATE      PIC  9(08).
           03   SU-LAST-DATE       PIC  9(08).
           03   SU-RUNS            PIC  9(05).
           03   SU-CLOSE-DATE      PIC  9(08).
           03   SU-CLOSED-BY       PIC  X(12).
           03   SU-ROW             PIC  X(60).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  S-STATUS                PIC  XX.
       01  WS-OPEN-SW              PIC  X    VALUE "N".
           88  WS-SUSP-OPEN                  VALUE "Y".
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-SCAN-FEED            PIC  X(12).
      * Shared with SUSP-CORR for the length of one resubmission.
       01  SUSP-CORR-AREA          EXTERNAL.
           03   SUSP-CORR-SW       PIC  X(01).
           03   SUSP-CORR-RESULT   PIC  X(01).
           03   SUSP-CORR-REASON   PIC  X(30).
      * Shared with SHADOW-RUN inside one run unit: "Y" means a
      * what-if run against the SHD- sandbox copies.
       01  SHADOW-RUN-SW           PIC  X(01) EXTERNAL.
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
       01  SUSP-AREA.
           03   SL-ACTION          PIC  X(01).
           03   SL-PROGRAM         PIC  X(12).
           03   SL-FEED            PIC  X(12).
           03   SL-CODE            PIC  X(12).
           03   SL-YEAR            PIC  X(04).
           03   SL-REASON          PIC  X(30).
           03   SL-ROW             PIC  X(60).
           03   SL-RESULT          PIC  X(01).
      ******************************************************************
       PROCEDURE                   DIVISION             USING SUSP-AREA.
      ******************************************************************
       MAIN-RTN.
           MOVE "N" TO SL-RESULT.
           IF SL-ACTION = "E" THEN
              IF WS-SUSP-OPEN THEN
                 CLOSE SUSP-FILE
                 MOVE "N" TO WS-OPEN-SW
              END-IF
              GO TO MAIN-EXT
           END-IF.
           IF SHADOW-RUN-SW = "Y" THEN
              GO TO MAIN-EXT
           END-IF.
           IF SUSP-CORR-SW = "Y" THEN
              PERFORM CORR-MODE-RTN
              GO TO MAIN-EXT
           END-IF.
           IF NOT WS-SUSP-OPEN THEN
              PERFORM OPEN-SUSP-RTN
           END-IF.
           IF WS-SUSP-OPEN THEN
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              EVALUATE SL-ACTION
                 WHEN "S"
                    PERFORM AGE-FEED-RTN
                 WHEN "R"
                    PERFORM REJECT-RTN
                 WHEN "C"
                    PERFORM CLOSE-ITEM-RTN
                 WHEN "Q"
                    PERFORM QUERY-RTN
                 WHEN OTHER
                    DISPLAY "SUSP-LOG: INVALID ACTION " SL-ACTION
                            " FROM " SL-PROGRAM
              END-EVALUATE
           END-IF.
       MAIN-EXT.
           GOBACK.

      * Keep the suspense master across runs; create it first time
      * out (same idiom as the converters' OPEN-IDX-RTN). A master
      * that cannot be opened is reported; the converter still runs
      * - the suspense file records the rejects, it does not gate
      * the load (same stance as IDX-JRNL).
       OPEN-SUSP-RTN.
           OPEN I-O SUSP-FILE.
           IF S-STATUS = "35" THEN
              OPEN OUTPUT SUSP-FILE
              CLOSE SUSP-FILE
              OPEN I-O SUSP-FILE
           END-IF.
           IF S-STATUS = "00" THEN
              SET WS-SUSP-OPEN TO TRUE
           ELSE
              DISPLAY "SUSP-LOG: SUSP-MSTR NOT AVAILABLE (STATUS="
                      S-STATUS "), REJECTS WILL NOT BE SUSPENDED"
           END-IF.

      * A resubmitted row: report what the converter did with it
      * back to SUSP-CORR and leave SUSP-MSTR alone. A resubmission
      * is not a run of the feed, so "S" does not age anything.
       CORR-MODE-RTN.
           EVALUATE SL-ACTION
              WHEN "R"
                 MOVE "R"       TO SUSP-CORR-RESULT
                 MOVE SL-REASON TO SUSP-CORR-REASON
              WHEN "C"
                 MOVE "L"       TO SUSP-CORR-RESULT
                 MOVE SPACES    TO SUSP-CORR-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Every item still open for the feed now about to run is one
      * run older. The key is feed-major, so the feed's items are one
      * contiguous stretch from a START on the feed.
       AGE-FEED-RTN.
           MOVE SL-FEED TO WS-SCAN-FEED.
           MOVE SPACES  TO SU-KEY.
           MOVE SL-FEED TO SU-FEED.
           START SUSP-FILE KEY IS >= SU-KEY
              INVALID KEY
                 MOVE "10" TO S-STATUS
           END-START.
           PERFORM UNTIL S-STATUS <> "00"
              READ SUSP-FILE NEXT
              IF S-STATUS = "00" THEN
                 IF SU-FEED NOT = WS-SCAN-FEED THEN
                    MOVE "10" TO S-STATUS
                 ELSE IF SU-STATUS = "O" THEN
                    ADD 1 TO SU-RUNS
                    REWRITE SUSP-REC
                    IF S-STATUS <> "00" THEN
                       DISPLAY "SUSP-LOG: REWRITE ERROR:" S-STATUS
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * A new reject opens an item one run old. A reject on an item
      * already open refreshes its reason, row image and last-failed
      * date but keeps its first-failed date and age; one that was
      * closed before has failed again and starts a fresh item.
       REJECT-RTN.
           MOVE SL-FEED TO SU-FEED.
           MOVE SL-CODE TO SU-CODE.
           MOVE SL-YEAR TO SU-YEAR.
           READ SUSP-FILE KEY IS SU-KEY
              INVALID KEY
                 PERFORM NEW-ITEM-RTN
                 WRITE SUSP-REC
              NOT INVALID KEY
                 IF SU-STATUS NOT = "O" THEN
                    PERFORM NEW-ITEM-RTN
                 ELSE
                    MOVE SL-REASON       TO SU-REASON
                    MOVE SL-ROW          TO SU-ROW
                    MOVE WS-CURRENT-DATE TO SU-LAST-DATE
                 END-IF
                 REWRITE SUSP-REC
           END-READ.
           IF S-STATUS <> "00" THEN
              DISPLAY "SUSP-LOG: WRITE ERROR:" S-STATUS
           ELSE
              MOVE "O" TO SL-RESULT
           END-IF.

       NEW-ITEM-RTN.
           MOVE "O"             TO SU-STATUS.
           MOVE SL-REASON       TO SU-REASON.
           MOVE WS-CURRENT-DATE TO SU-FIRST-DATE.
           MOVE WS-CURRENT-DATE TO SU-LAST-DATE.
           MOVE 1               TO SU-RUNS.
           MOVE ZERO            TO SU-CLOSE-DATE.
           MOVE SPACES          TO SU-CLOSED-BY.
           MOVE SL-ROW          TO SU-ROW.

      * The row has now loaded: close its item, stamped with the
      * date and the program that loaded it. A row with no open item
      * (the usual case) is left alone.
       CLOSE-ITEM-RTN.
           MOVE SL-FEED TO SU-FEED.
           MOVE SL-CODE TO SU-CODE.
           MOVE SL-YEAR TO SU-YEAR.
           READ SUSP-FILE KEY IS SU-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SU-STATUS = "O" THEN
                    MOVE "C"             TO SU-STATUS
                    MOVE WS-CURRENT-DATE TO SU-CLOSE-DATE
                    MOVE SL-PROGRAM      TO SU-CLOSED-BY
                    REWRITE SUSP-REC
                    IF S-STATUS <> "00" THEN
                       DISPLAY "SUSP-LOG: REWRITE ERROR:" S-STATUS
                    END-IF
                 END-IF
                 MOVE "C" TO SL-RESULT
           END-READ.

       QUERY-RTN.
           MOVE SL-FEED TO SU-FEED.
           MOVE SL-CODE TO SU-CODE.
           MOVE SL-YEAR TO SU-YEAR.
           READ SUSP-FILE KEY IS SU-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE SU-STATUS TO SL-RESULT
                 MOVE SU-REASON TO SL-REASON
                 MOVE SU-ROW    TO SL-ROW
           END-READ.
