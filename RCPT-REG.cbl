      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RCPT-REG.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Inbound file receipt register, CALLed by each converter
      *  (ZINKO-CNV, MENSEKI-CNV, KAJU-CNV, AGE-CNV, DTL-CNV,
      *  ZINKO-ADJ, PLAN-LOAD, MONTH-CNV, MIGR-CNV) before it reads its
      *  extract, the way SEQ-VALID is CALLed for its pre-flight.
      *  Two actions:
      *
      *    R  register the file named in RC-FEED: one pass counts its
      *       records, builds a hash total (every digit in the file,
      *       weighted by its column, so a changed figure, code or
      *       year changes the total) and picks up the fiscal year(s)
      *       it carries. The receipt goes on RCPT-REG keyed by feed
      *       and receipt stamp with status P (received). A file
      *       whose record count, hash total and years match a
      *       delivery of the same feed already loaded is refused:
      *       RC-RESULT comes back "D", RC-DUP-OF names the earlier
      *       delivery, and the converter loads nothing. A repeat of
      *       the same old delivery on later runs updates the one
      *       refusal entry (times seen, last seen) rather than
      *       adding another each night. A feed file that is not
      *       there comes back "M" and nothing is registered.
      *    L  the converter finished loading the file registered by
      *       its "R" (RC-STAMP): the receipt becomes L (loaded).
      *    U  BATCH-RUN or BACKFILL-RUN rolled the masters back to
      *       the snapshot taken at RC-STAMP: every receipt loaded
      *       since then goes back to P, so the rerun that follows
      *       loads the same file again instead of refusing it.
      *
      *  A receipt left at P means the file arrived but its load
      *  failed, so the same file may be loaded on a rerun. While
      *  SUSP-CORR is resubmitting a corrected row, or SHADOW-RUN is
      *  running the chain against sandbox copies, the file is not
      *  a delivery, and both actions are ignored. Every
      *  registration appends a RCPT-REG line to STEP-COUNTS, so the
      *  chain's AUDIT-LOG entry shows what arrived. RCPT-RPT
      *  answers queries against the register and reports expected
      *  feeds that have not arrived.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE        ASSIGN USING WS-FEED-NAME
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT RCPT-FILE        ASSIGN TO "RCPT-REG"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   RG-KEY
                                   FILE   STATUS  IS   R-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  FEED-FILE.
       01  FEED-REC                PIC  X(200).
       FD  RCPT-FILE.
       01  RCPT-REC.
           03   RG-KEY.
               05   RG-FEED        PIC  X(16).
               05   RG-STAMP       PIC  X(16).
           03   RG-STATUS          PIC  X(01).
           03   RG-PROGRAM         PIC  X(12).
           03   RG-RECORDS         PIC  9(07).
           03   RG-HASH            PIC  9(15).
           03   RG-YEAR-LO         PIC  9(04).
           03   RG-YEAR-HI         PIC  9(04).
           03   RG-LOAD-STAMP      PIC  X(16).
           03   RG-DUP-OF          PIC  X(16).
           03   RG-SEEN-CNT        PIC  9(05).
           03   RG-LAST-SEEN       PIC  X(16).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  R-STATUS                PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-FEED-NAME            PIC  X(16).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-STAMP                PIC  X(16).
       01  WS-RECORDS              PIC  9(07).
       01  WS-HASH                 PIC  9(15).
       01  WS-YEAR-LO              PIC  9(04).
       01  WS-YEAR-HI              PIC  9(04).
       01  WS-YEAR                 PIC  9(04).
       01  WS-POS                  PIC  9(03).
       01  WS-LAST-POS             PIC  9(03).
       01  WS-DIGIT                PIC  9(01).
       01  WS-RESULT-WORD          PIC  X(08).
      * The latest refusal of this feed, if it refused the same old
      * delivery, is updated rather than repeated.
       01  WS-LAST-D-STAMP         PIC  X(16).
       01  WS-LAST-D-OF            PIC  X(16).
       01  WS-LATEST-STATUS        PIC  X(01).
       01  WS-SCAN-FEED            PIC  X(16).
       01  WS-OPEN-SW              PIC  X    VALUE "N".
           88  WS-RCPT-OPEN                  VALUE "Y".
      * Where each feed carries its fiscal year: L = the last four
      * characters of every line (the year closes the record), P =
      * four characters at a fixed column, on every line or, for a
      * framed file, only on its H record.
       01  WS-FEED-DEFS.
           03   FILLER  PIC X(22) VALUE "ZINKO-SEQ       L000 ".
           03   FILLER  PIC X(22) VALUE "MENSEKI-SEQ     L000 ".
           03   FILLER  PIC X(22) VALUE "KAJU-SEQ        L000 ".
           03   FILLER  PIC X(22) VALUE "AGE-SEQ         L000 ".
           03   FILLER  PIC X(22) VALUE "ZINKO-DTL-SEQ   L000 ".
           03   FILLER  PIC X(22) VALUE "MENSEKI-DTL-SEQ L000 ".
           03   FILLER  PIC X(22) VALUE "ZINKO-ADJ-SEQ   P008 ".
           03   FILLER  PIC X(22) VALUE "PLAN-IN         P010H".
           03   FILLER  PIC X(22) VALUE "MONTH-SEQ       L000 ".
           03   FILLER  PIC X(22) VALUE "MIGR-SEQ        P015 ".
       01  WS-FEED-TABLE           REDEFINES WS-FEED-DEFS.
           03   WS-FEED-ENTRY      OCCURS 10 TIMES
                                   INDEXED BY WS-FEED-IDX.
                05   FD-FEED       PIC  X(16).
                05   FD-YEAR-RULE  PIC  X(01).
                05   FD-YEAR-POS   PIC  9(03).
                05   FD-YEAR-REC   PIC  X(01).
                05   FILLER        PIC  X(01).
       01  WS-YEAR-RULE            PIC  X(01).
       01  WS-YEAR-POS             PIC  9(03).
       01  WS-YEAR-REC             PIC  X(01).
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
       01  RCPT-AREA.
           03   RC-ACTION          PIC  X(01).
           03   RC-PROGRAM         PIC  X(12).
           03   RC-FEED            PIC  X(16).
           03   RC-STAMP           PIC  X(16).
           03   RC-DUP-OF          PIC  X(16).
           03   RC-RESULT          PIC  X(01).
      ******************************************************************
       PROCEDURE                   DIVISION             USING RCPT-AREA.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO RETURN-CODE.
           IF SUSP-CORR-SW = "Y" OR SHADOW-RUN-SW = "Y" THEN
              MOVE "A" TO RC-RESULT
              MOVE SPACES TO RC-STAMP
              GO TO MAIN-EXT
           END-IF.
           EVALUATE RC-ACTION
              WHEN "R"
                 PERFORM REGISTER-RTN THRU REGISTER-EXT
              WHEN "L"
                 PERFORM LOADED-RTN THRU LOADED-EXT
              WHEN "U"
                 PERFORM UNLOAD-RTN THRU UNLOAD-EXT
              WHEN OTHER
                 DISPLAY "RCPT-REG: INVALID ACTION " RC-ACTION
                         " FROM " RC-PROGRAM
           END-EVALUATE.
           IF WS-RCPT-OPEN THEN
              CLOSE RCPT-FILE
              MOVE "N" TO WS-OPEN-SW
           END-IF.
       MAIN-EXT.
           GOBACK.

      * Register one delivery. The register only records the
      * delivery; a register that cannot be opened is reported and
      * the load goes ahead unregistered (same stance as IDX-JRNL).
       REGISTER-RTN.
           MOVE "A" TO RC-RESULT.
           MOVE SPACES TO RC-STAMP.
           MOVE SPACES TO RC-DUP-OF.
           MOVE RC-FEED TO WS-FEED-NAME.
           OPEN INPUT FEED-FILE.
           IF F-STATUS <> "00" THEN
              MOVE "M" TO RC-RESULT
              GO TO REGISTER-EXT
           END-IF.
           PERFORM SET-YEAR-RULE-RTN.
           PERFORM SCAN-FEED-RTN.
           CLOSE FEED-FILE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-STAMP.
           STRING  WS-CURRENT-DATE  DELIMITED BY SIZE
                   WS-CURRENT-TIME  DELIMITED BY SIZE
                   INTO WS-STAMP
           END-STRING.

           PERFORM OPEN-RCPT-RTN.
           IF NOT WS-RCPT-OPEN THEN
              GO TO REGISTER-EXT
           END-IF.
           PERFORM FIND-LOADED-RTN.
           IF RC-DUP-OF NOT = SPACES THEN
              MOVE "D" TO RC-RESULT
              PERFORM WRITE-REFUSAL-RTN THRU WRITE-REFUSAL-EXT
              MOVE "REFUSED" TO WS-RESULT-WORD
              DISPLAY "RCPT-REG: " RC-FEED " REPEATS THE DELIVERY "
                      "LOADED " RC-DUP-OF ", REFUSED"
           ELSE
              PERFORM WRITE-RECEIPT-RTN
              MOVE "ACCEPTED" TO WS-RESULT-WORD
           END-IF.
           PERFORM WRITE-STEP-CNT-RTN.
       REGISTER-EXT.
           EXIT.

      * This feed's year rule from the table; an unlisted file is
      * registered with the last-four-characters rule.
       SET-YEAR-RULE-RTN.
           MOVE "L" TO WS-YEAR-RULE.
           MOVE ZERO TO WS-YEAR-POS.
           MOVE SPACE TO WS-YEAR-REC.
           SET WS-FEED-IDX TO 1.
           SEARCH WS-FEED-ENTRY
              AT END
                 CONTINUE
              WHEN FD-FEED(WS-FEED-IDX) = RC-FEED
                 MOVE FD-YEAR-RULE(WS-FEED-IDX) TO WS-YEAR-RULE
                 MOVE FD-YEAR-POS(WS-FEED-IDX)  TO WS-YEAR-POS
                 MOVE FD-YEAR-REC(WS-FEED-IDX)  TO WS-YEAR-REC
           END-SEARCH.

      * One pass: count, hash total, lowest and highest year.
       SCAN-FEED-RTN.
           MOVE ZERO TO WS-RECORDS WS-HASH WS-YEAR-HI.
           MOVE 9999 TO WS-YEAR-LO.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ FEED-FILE NEXT
              IF F-STATUS = "00" THEN
                 ADD 1 TO WS-RECORDS
                 PERFORM HASH-LINE-RTN
                 PERFORM LINE-YEAR-RTN
              END-IF
           END-PERFORM.
           IF WS-YEAR-HI = ZERO THEN
              MOVE ZERO TO WS-YEAR-LO
           END-IF.

       HASH-LINE-RTN.
           MOVE ZERO TO WS-LAST-POS.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 200
              IF FEED-REC(WS-POS:1) IS NUMERIC THEN
                 MOVE FEED-REC(WS-POS:1) TO WS-DIGIT
                 COMPUTE WS-HASH = WS-HASH + WS-DIGIT * WS-POS
              END-IF
              IF FEED-REC(WS-POS:1) NOT = SPACE THEN
                 MOVE WS-POS TO WS-LAST-POS
              END-IF
           END-PERFORM.

       LINE-YEAR-RTN.
           MOVE ZERO TO WS-YEAR.
           IF WS-YEAR-RULE = "L" THEN
              IF WS-LAST-POS > 3
                 AND FEED-REC(WS-LAST-POS - 3:4) IS NUMERIC THEN
                 MOVE FEED-REC(WS-LAST-POS - 3:4) TO WS-YEAR
              END-IF
           ELSE IF WS-YEAR-REC = SPACE
                   OR FEED-REC(1:1) = WS-YEAR-REC THEN
              IF FEED-REC(WS-YEAR-POS:4) IS NUMERIC THEN
                 MOVE FEED-REC(WS-YEAR-POS:4) TO WS-YEAR
              END-IF
           END-IF
           END-IF.
           IF WS-YEAR > ZERO THEN
              IF WS-YEAR < WS-YEAR-LO THEN
                 MOVE WS-YEAR TO WS-YEAR-LO
              END-IF
              IF WS-YEAR > WS-YEAR-HI THEN
                 MOVE WS-YEAR TO WS-YEAR-HI
              END-IF
           END-IF.

      * Create the register first time out (same idiom as the
      * converters' OPEN-IDX-RTN).
       OPEN-RCPT-RTN.
           OPEN I-O RCPT-FILE.
           IF R-STATUS = "35" THEN
              OPEN OUTPUT RCPT-FILE
              CLOSE RCPT-FILE
              OPEN I-O RCPT-FILE
           END-IF.
           IF R-STATUS = "00" THEN
              SET WS-RCPT-OPEN TO TRUE
           ELSE
              DISPLAY "RCPT-REG: RCPT-REG NOT AVAILABLE (STATUS="
                      R-STATUS "), " RC-FEED " NOT REGISTERED"
           END-IF.

      * Walk the feed's receipts (key feed-major, so one contiguous
      * stretch from a START on the feed) for a loaded delivery with
      * the same count, hash total and years; note the latest
      * receipt's status and, when it is a refusal, what it refused.
       FIND-LOADED-RTN.
           MOVE RC-FEED TO WS-SCAN-FEED.
           MOVE SPACES TO WS-LAST-D-STAMP WS-LAST-D-OF.
           MOVE SPACE TO WS-LATEST-STATUS.
           MOVE SPACES TO RG-KEY.
           MOVE WS-SCAN-FEED TO RG-FEED.
           START RCPT-FILE KEY IS >= RG-KEY
              INVALID KEY
                 MOVE "10" TO R-STATUS
           END-START.
           PERFORM UNTIL R-STATUS <> "00"
              READ RCPT-FILE NEXT
              IF R-STATUS = "00" THEN
                 IF RG-FEED NOT = WS-SCAN-FEED THEN
                    MOVE "10" TO R-STATUS
                 ELSE
                    MOVE RG-STATUS TO WS-LATEST-STATUS
                    IF RG-STATUS = "D" THEN
                       MOVE RG-STAMP  TO WS-LAST-D-STAMP
                       MOVE RG-DUP-OF TO WS-LAST-D-OF
                    END-IF
                    IF RG-STATUS = "L"
                       AND RG-RECORDS = WS-RECORDS
                       AND RG-HASH    = WS-HASH
                       AND RG-YEAR-LO = WS-YEAR-LO
                       AND RG-YEAR-HI = WS-YEAR-HI THEN
                       MOVE RG-STAMP TO RC-DUP-OF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-RECEIPT-RTN.
           MOVE RC-FEED  TO RG-FEED.
           MOVE WS-STAMP       TO RG-STAMP.
           MOVE "P"            TO RG-STATUS.
           MOVE RC-PROGRAM     TO RG-PROGRAM.
           MOVE WS-RECORDS     TO RG-RECORDS.
           MOVE WS-HASH        TO RG-HASH.
           MOVE WS-YEAR-LO     TO RG-YEAR-LO.
           MOVE WS-YEAR-HI     TO RG-YEAR-HI.
           MOVE SPACES         TO RG-LOAD-STAMP.
           MOVE SPACES         TO RG-DUP-OF.
           MOVE 1              TO RG-SEEN-CNT.
           MOVE WS-STAMP       TO RG-LAST-SEEN.
           WRITE RCPT-REC.
           IF R-STATUS = "00" THEN
              MOVE WS-STAMP TO RC-STAMP
           ELSE
              DISPLAY "RCPT-REG: WRITE ERROR:" R-STATUS
                      " - " RC-FEED " NOT REGISTERED"
           END-IF.

      * A refusal. When the feed's latest receipt already refused
      * this same old delivery (the file simply has not been
      * replaced since) that entry counts one more sighting.
       WRITE-REFUSAL-RTN.
           IF WS-LATEST-STATUS = "D"
              AND WS-LAST-D-OF = RC-DUP-OF THEN
              MOVE RC-FEED   TO RG-FEED
              MOVE WS-LAST-D-STAMP TO RG-STAMP
              READ RCPT-FILE
                 INVALID KEY
                    DISPLAY "RCPT-REG: READ ERROR:" R-STATUS
                 NOT INVALID KEY
                    ADD 1 TO RG-SEEN-CNT
                    MOVE WS-STAMP TO RG-LAST-SEEN
                    REWRITE RCPT-REC
              END-READ
              GO TO WRITE-REFUSAL-EXT
           END-IF.
           MOVE RC-FEED  TO RG-FEED.
           MOVE WS-STAMP       TO RG-STAMP.
           MOVE "D"            TO RG-STATUS.
           MOVE RC-PROGRAM     TO RG-PROGRAM.
           MOVE WS-RECORDS     TO RG-RECORDS.
           MOVE WS-HASH        TO RG-HASH.
           MOVE WS-YEAR-LO     TO RG-YEAR-LO.
           MOVE WS-YEAR-HI     TO RG-YEAR-HI.
           MOVE SPACES         TO RG-LOAD-STAMP.
           MOVE RC-DUP-OF      TO RG-DUP-OF.
           MOVE 1              TO RG-SEEN-CNT.
           MOVE WS-STAMP       TO RG-LAST-SEEN.
           WRITE RCPT-REC.
           IF R-STATUS <> "00" THEN
              DISPLAY "RCPT-REG: WRITE ERROR:" R-STATUS
           END-IF.
       WRITE-REFUSAL-EXT.
           EXIT.

      * The converter loaded the delivery its "R" registered.
       LOADED-RTN.
           IF RC-STAMP = SPACES THEN
              GO TO LOADED-EXT
           END-IF.
           PERFORM OPEN-RCPT-RTN.
           IF NOT WS-RCPT-OPEN THEN
              GO TO LOADED-EXT
           END-IF.
           MOVE RC-FEED TO RG-FEED.
           MOVE RC-STAMP      TO RG-STAMP.
           READ RCPT-FILE
              INVALID KEY
                 DISPLAY "RCPT-REG: NO RECEIPT " RC-FEED " " RC-STAMP
              NOT INVALID KEY
                 ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-CURRENT-TIME FROM TIME
                 MOVE "L" TO RG-STATUS
                 MOVE SPACES TO RG-LOAD-STAMP
                 STRING  WS-CURRENT-DATE  DELIMITED BY SIZE
                         WS-CURRENT-TIME  DELIMITED BY SIZE
                         INTO RG-LOAD-STAMP
                 END-STRING
                 REWRITE RCPT-REC
                 IF R-STATUS <> "00" THEN
                    DISPLAY "RCPT-REG: REWRITE ERROR:" R-STATUS
                 END-IF
           END-READ.
       LOADED-EXT.
           EXIT.

      * Rollback: receipts loaded at or after the snapshot stamp are
      * no longer reflected in the masters.
       UNLOAD-RTN.
           PERFORM OPEN-RCPT-RTN.
           IF NOT WS-RCPT-OPEN THEN
              GO TO UNLOAD-EXT
           END-IF.
           MOVE ZERO TO WS-RECORDS.
           MOVE "00" TO R-STATUS.
           PERFORM UNTIL R-STATUS <> "00"
              READ RCPT-FILE NEXT
              IF R-STATUS = "00" AND RG-STATUS = "L"
                 AND RG-LOAD-STAMP NOT < RC-STAMP THEN
                 MOVE "P" TO RG-STATUS
                 MOVE SPACES TO RG-LOAD-STAMP
                 REWRITE RCPT-REC
                 IF R-STATUS <> "00" THEN
                    DISPLAY "RCPT-REG: REWRITE ERROR:" R-STATUS
                 ELSE
                    ADD 1 TO WS-RECORDS
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY "RCPT-REG: " WS-RECORDS
                   " RECEIPT(S) RETURNED TO RECEIVED BY ROLLBACK".
       UNLOAD-EXT.
           EXIT.

      * Append this registration to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as the converters).
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "RCPT-REG FEED="     DELIMITED BY SIZE
                      RC-FEED              DELIMITED BY SPACE
                      " RECORDS="          DELIMITED BY SIZE
                      WS-RECORDS           DELIMITED BY SIZE
                      " YEAR="             DELIMITED BY SIZE
                      WS-YEAR-HI           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-RESULT-WORD       DELIMITED BY SPACE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
