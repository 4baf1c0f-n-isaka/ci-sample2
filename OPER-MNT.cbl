      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OPER-MNT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Maintains OPER-MSTR, the operator authority master OPER-CHK
      *  answers from, by applying ADD/CHANGE/DELETE transactions
      *  from the sequential OPER-TRAN file the way MSTR-MNT
      *  maintains the reference masters. One transaction per line:
      *
      *    action (1)        A = add, C = change, D = delete
      *    operator ID (12)  the operator being maintained
      *    name (20)         \
      *    status (1)         > ADD/CHANGE only; status A = active,
      *    functions (10)    /  I = inactive; functions are the
      *                         OPER-CHK letters (M A Y G R O C) in
      *                         any order, unused positions blank
      *    entered by (12)   the administrator keying the change
      *
      *  Every transaction must be entered by an active operator
      *  holding function O, and nobody may change or delete their
      *  own entry, so no one can grant themselves authority. The
      *  one exception is the very first load: while OPER-MSTR is
      *  empty, an ADD is accepted only when it names its own
      *  entering operator, active, with function O - the first
      *  administrator - and from then on the normal rule applies.
      *
      *  Rejected transactions go to OPER-MNT-ERR with a reason;
      *  those refused for want of authority are also appended to
      *  AUTH-LOG in OPER-CHK's layout. Every applied change is
      *  appended to OPER-MNT-LOG (date, time, action, operator,
      *  name, status, functions, entered by), so the history of who
      *  was given what, by whom, outlives the master itself. Counts
      *  go to STEP-COUNTS as for every other step.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPER-T-FILE      ASSIGN TO "OPER-TRAN"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT OPER-M-FILE      ASSIGN TO "OPER-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   OM-ID
                                   FILE   STATUS  IS   OM-STATUS.
           SELECT OPER-E-FILE      ASSIGN TO "OPER-MNT-ERR"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   E-STATUS.
           SELECT OPER-L-FILE      ASSIGN TO "OPER-MNT-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   L-STATUS.
           SELECT AUTH-L-FILE      ASSIGN TO "AUTH-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   AL-STATUS.
           SELECT STEP-CNT-FILE    ASSIGN TO "STEP-COUNTS"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   SC-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  OPER-T-FILE.
       01  OPER-T-REC.
           03   OT-ACTION          PIC  X(01).
           03   OT-ID              PIC  X(12).
           03   OT-NAME            PIC  X(20).
           03   OT-STATUS          PIC  X(01).
           03   OT-FUNCS           PIC  X(10).
           03   OT-FUNC-TBL        REDEFINES OT-FUNCS.
               05   OT-FUNC        PIC  X(01) OCCURS 10 TIMES.
           03   OT-ENTERED-BY      PIC  X(12).
       FD  OPER-M-FILE.
       01  OPER-M-REC.
           03   OM-ID              PIC  X(12).
           03   OM-NAME            PIC  X(20).
           03   OM-OPER-STATUS     PIC  X(01).
           03   OM-FUNCS           PIC  X(10).
           03   OM-FUNC-TBL        REDEFINES OM-FUNCS.
               05   OM-FUNC        PIC  X(01) OCCURS 10 TIMES.
           03   OM-UPD-DATE        PIC  9(08).
           03   OM-UPD-BY          PIC  X(12).
       FD  OPER-E-FILE.
       01  OPER-E-REC              PIC  X(80).
       FD  OPER-L-FILE.
       01  OPER-L-REC              PIC  X(120).
       FD  AUTH-L-FILE.
       01  AUTH-L-REC              PIC  X(100).
       FD  STEP-CNT-FILE.
       01  STEP-CNT-REC            PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  OM-STATUS               PIC  XX.
       01  E-STATUS                PIC  XX.
       01  L-STATUS                PIC  XX.
       01  AL-STATUS               PIC  XX.
       01  SC-STATUS               PIC  XX.
       01  WS-REJECT-REASON        PIC  X(26).
       01  WS-VALID-SW             PIC  X    VALUE "Y".
           88  WS-IS-VALID                   VALUE "Y".
           88  WS-IS-INVALID                 VALUE "N".
       01  WS-BOOTSTRAP-SW         PIC  X    VALUE "N".
           88  WS-BOOTSTRAP                  VALUE "Y".
       01  WS-VALID-FUNCS          PIC  X(07) VALUE "MAYGROC".
       01  WS-FUNC-IDX             PIC  9(02).
       01  WS-HIT-CNT              PIC  9(02).
       01  WS-ADMIN-CNT            PIC  9(02).
       01  WS-ACTION-TEXT          PIC  X(06).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
       01  WS-COUNTS.
           03   WS-READ-CNT        PIC  9(07) VALUE ZERO.
           03   WS-ADD-CNT         PIC  9(07) VALUE ZERO.
           03   WS-CHANGE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-DELETE-CNT      PIC  9(07) VALUE ZERO.
           03   WS-REJECT-CNT      PIC  9(07) VALUE ZERO.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           OPEN INPUT OPER-T-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "OPER-MNT: NO OPER-TRAN FILE (STATUS="
                      F-STATUS ")"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM OPEN-IDX-RTN.
           OPEN OUTPUT OPER-E-FILE.
       READ-RTN.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ OPER-T-FILE NEXT
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
                 PERFORM CHECK-AUTH-RTN THRU CHECK-AUTH-EXT
                 IF WS-IS-INVALID THEN
                    PERFORM WRITE-AUTH-LOG-RTN
                 END-IF
              END-IF
              IF WS-IS-VALID THEN
                 PERFORM APPLY-RTN
              ELSE
                 PERFORM WRITE-ERR-RTN
                 ADD 1 TO WS-REJECT-CNT
              END-IF
           END-PERFORM.
       READ-EXT.
           CLOSE OPER-T-FILE.
           CLOSE OPER-M-FILE.
           CLOSE OPER-E-FILE.
           DISPLAY "OPER-MNT READ  : " WS-READ-CNT.
           DISPLAY "OPER-MNT ADD   : " WS-ADD-CNT.
           DISPLAY "OPER-MNT CHANGE: " WS-CHANGE-CNT.
           DISPLAY "OPER-MNT DELETE: " WS-DELETE-CNT.
           DISPLAY "OPER-MNT REJECT: " WS-REJECT-CNT.
           PERFORM WRITE-STEP-CNT-RTN.
       MAIN-EXT.
           GOBACK.

      * Open the master for update, creating it first time out (same
      * idiom as MSTR-MNT's OPEN-IDX-RTN). A master with no records
      * at all puts the run into first-load mode; see the header.
       OPEN-IDX-RTN.
           OPEN I-O OPER-M-FILE.
           IF OM-STATUS = "35" THEN
              OPEN OUTPUT OPER-M-FILE
              CLOSE OPER-M-FILE
              OPEN I-O OPER-M-FILE
           END-IF.
           IF OM-STATUS <> "00" THEN
              DISPLAY "OPER-MNT: OPER-MSTR OPEN ERROR (STATUS="
                      OM-STATUS ")"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-STEP-CNT-ABORT-RTN
              GOBACK
           END-IF.
           READ OPER-M-FILE NEXT.
           IF OM-STATUS = "10" THEN
              SET WS-BOOTSTRAP TO TRUE
              DISPLAY "OPER-MNT: OPER-MSTR EMPTY, FIRST ADMINISTRATOR"
                      " LOAD"
           END-IF.

       VALIDATE-RTN.
           SET WS-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF OT-ACTION NOT = "A" AND OT-ACTION NOT = "C"
              AND OT-ACTION NOT = "D" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           ELSE IF OT-ID = SPACES THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "MISSING OPERATOR ID" TO WS-REJECT-REASON
           ELSE IF OT-ENTERED-BY = SPACES THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "MISSING OPERATOR" TO WS-REJECT-REASON
           ELSE IF OT-ACTION NOT = "D" THEN
              IF OT-NAME = SPACES THEN
                 SET WS-IS-INVALID TO TRUE
                 MOVE "MISSING NAME" TO WS-REJECT-REASON
              ELSE IF OT-STATUS NOT = "A" AND OT-STATUS NOT = "I"
                 THEN
                 SET WS-IS-INVALID TO TRUE
                 MOVE "INVALID STATUS" TO WS-REJECT-REASON
              ELSE
                 PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                         UNTIL WS-FUNC-IDX > 10
                    IF OT-FUNC(WS-FUNC-IDX) NOT = SPACE THEN
                       MOVE ZERO TO WS-HIT-CNT
                       INSPECT WS-VALID-FUNCS TALLYING WS-HIT-CNT
                               FOR ALL OT-FUNC(WS-FUNC-IDX)
                       IF WS-HIT-CNT = ZERO THEN
                          SET WS-IS-INVALID TO TRUE
                          MOVE "INVALID FUNCTION CODE"
                                               TO WS-REJECT-REASON
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * Authority of the entering operator, read straight from the
      * master this run is updating (OPER-CHK keeps its own copy of
      * the file open for input and is not called here). In
      * first-load mode the only acceptable transaction is the first
      * administrator adding themselves.
       CHECK-AUTH-RTN.
           IF WS-BOOTSTRAP THEN
              MOVE ZERO TO WS-ADMIN-CNT
              INSPECT OT-FUNCS TALLYING WS-ADMIN-CNT FOR ALL "O"
              IF OT-ACTION NOT = "A" OR OT-ID NOT = OT-ENTERED-BY
                 OR OT-STATUS NOT = "A" OR WS-ADMIN-CNT = ZERO THEN
                 SET WS-IS-INVALID TO TRUE
                 MOVE "FIRST ENTRY NOT SELF ADMIN" TO WS-REJECT-REASON
              END-IF
              GO TO CHECK-AUTH-EXT
           END-IF.
           MOVE OT-ENTERED-BY TO OM-ID.
           READ OPER-M-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF OM-STATUS <> "00" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "UNKNOWN OPERATOR" TO WS-REJECT-REASON
              GO TO CHECK-AUTH-EXT
           END-IF.
           IF OM-OPER-STATUS NOT = "A" THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "OPERATOR INACTIVE" TO WS-REJECT-REASON
              GO TO CHECK-AUTH-EXT
           END-IF.
           MOVE ZERO TO WS-ADMIN-CNT.
           INSPECT OM-FUNCS TALLYING WS-ADMIN-CNT FOR ALL "O".
           IF WS-ADMIN-CNT = ZERO THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "OPERATOR NOT AUTHORIZED" TO WS-REJECT-REASON
              GO TO CHECK-AUTH-EXT
           END-IF.
           IF OT-ID = OT-ENTERED-BY THEN
              SET WS-IS-INVALID TO TRUE
              MOVE "OWN ENTRY NOT CHANGEABLE" TO WS-REJECT-REASON
           END-IF.
       CHECK-AUTH-EXT.
           EXIT.

      * Apply one transaction. An ADD of an ID already on file and a
      * CHANGE/DELETE of an ID not on file are contradictory and get
      * rejected, as in MSTR-MNT.
       APPLY-RTN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE OT-ID           TO OM-ID.
           MOVE OT-NAME         TO OM-NAME.
           MOVE OT-STATUS       TO OM-OPER-STATUS.
           MOVE OT-FUNCS        TO OM-FUNCS.
           MOVE WS-CURRENT-DATE TO OM-UPD-DATE.
           MOVE OT-ENTERED-BY   TO OM-UPD-BY.
           EVALUATE OT-ACTION
              WHEN "A"
                 WRITE OPER-M-REC
                 IF OM-STATUS = "22" THEN
                    MOVE "ADD: ALREADY ON FILE" TO WS-REJECT-REASON
                    PERFORM WRITE-ERR-RTN
                    ADD 1 TO WS-REJECT-CNT
                 ELSE IF OM-STATUS <> "00" THEN
                    PERFORM WRITE-IDX-ERROR-RTN
                 ELSE
                    ADD 1 TO WS-ADD-CNT
                    MOVE "ADD"    TO WS-ACTION-TEXT
                    PERFORM WRITE-LOG-RTN
                    MOVE "N" TO WS-BOOTSTRAP-SW
                 END-IF
                 END-IF
              WHEN "C"
                 REWRITE OPER-M-REC
                 IF OM-STATUS = "23" THEN
                    MOVE "CHANGE: NOT ON FILE" TO WS-REJECT-REASON
                    PERFORM WRITE-ERR-RTN
                    ADD 1 TO WS-REJECT-CNT
                 ELSE IF OM-STATUS <> "00" THEN
                    PERFORM WRITE-IDX-ERROR-RTN
                 ELSE
                    ADD 1 TO WS-CHANGE-CNT
                    MOVE "CHANGE" TO WS-ACTION-TEXT
                    PERFORM WRITE-LOG-RTN
                 END-IF
                 END-IF
              WHEN "D"
                 DELETE OPER-M-FILE
                 IF OM-STATUS = "23" THEN
                    MOVE "DELETE: NOT ON FILE" TO WS-REJECT-REASON
                    PERFORM WRITE-ERR-RTN
                    ADD 1 TO WS-REJECT-CNT
                 ELSE IF OM-STATUS <> "00" THEN
                    PERFORM WRITE-IDX-ERROR-RTN
                 ELSE
                    ADD 1 TO WS-DELETE-CNT
                    MOVE "DELETE" TO WS-ACTION-TEXT
                    PERFORM WRITE-LOG-RTN
                 END-IF
                 END-IF
           END-EVALUATE.

      * A master I/O error other than the expected 22/23 cases is
      * fatal, as in MSTR-MNT.
       WRITE-IDX-ERROR-RTN.
           DISPLAY "OPER-MNT MASTER I/O ERROR OM=" OM-STATUS.
           MOVE -1 TO RETURN-CODE.
           PERFORM WRITE-STEP-CNT-ABORT-RTN.
           GOBACK.

       WRITE-ERR-RTN.
           MOVE SPACES TO OPER-E-REC.
           STRING     OT-ACTION        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      OT-ID            DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      " OPERATOR="     DELIMITED BY SIZE
                      OT-ENTERED-BY    DELIMITED BY SIZE
                      INTO             OPER-E-REC
           END-STRING.
           WRITE OPER-E-REC.

      * Append the applied change to OPER-MNT-LOG (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG).
       WRITE-LOG-RTN.
           OPEN EXTEND OPER-L-FILE.
           IF L-STATUS <> "00" THEN
              OPEN OUTPUT OPER-L-FILE
           END-IF.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO OPER-L-REC.
           STRING     WS-CURRENT-DATE  DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-CURRENT-TIME  DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-ACTION-TEXT   DELIMITED BY SIZE
                      " ID="           DELIMITED BY SIZE
                      OT-ID            DELIMITED BY SIZE
                      " NAME="         DELIMITED BY SIZE
                      OT-NAME          DELIMITED BY SIZE
                      " STATUS="       DELIMITED BY SIZE
                      OT-STATUS        DELIMITED BY SIZE
                      " FUNCTIONS="    DELIMITED BY SIZE
                      OT-FUNCS         DELIMITED BY SIZE
                      " BY="           DELIMITED BY SIZE
                      OT-ENTERED-BY    DELIMITED BY SIZE
                      INTO             OPER-L-REC
           END-STRING.
           WRITE OPER-L-REC.
           CLOSE OPER-L-FILE.

      * A transaction refused for want of authority is logged to
      * AUTH-LOG in the same layout OPER-CHK uses, so every refused
      * attempt on any master is in one place.
       WRITE-AUTH-LOG-RTN.
           OPEN EXTEND AUTH-L-FILE.
           IF AL-STATUS <> "00" THEN
              OPEN OUTPUT AUTH-L-FILE
           END-IF.
           IF AL-STATUS = "00" THEN
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO AUTH-L-REC
              STRING     WS-CURRENT-DATE   DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         WS-CURRENT-TIME   DELIMITED BY SIZE
                         " REFUSED  "      DELIMITED BY SIZE
                         "OPER-MNT    "    DELIMITED BY SIZE
                         " OPERATOR="      DELIMITED BY SIZE
                         OT-ENTERED-BY     DELIMITED BY SIZE
                         " FUNCTION="      DELIMITED BY SIZE
                         "O"               DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         WS-REJECT-REASON  DELIMITED BY SIZE
                         INTO              AUTH-L-REC
              END-STRING
              WRITE AUTH-L-REC
              CLOSE AUTH-L-FILE
           END-IF.

      * Append this run's counts to STEP-COUNTS (falling back to
      * OUTPUT on first use, same idiom as SEQ-VALID-LOG).
       WRITE-STEP-CNT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "OPER-MNT READ="     DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " ADD="               DELIMITED BY SIZE
                      WS-ADD-CNT           DELIMITED BY SIZE
                      " CHANGE="            DELIMITED BY SIZE
                      WS-CHANGE-CNT        DELIMITED BY SIZE
                      " DELETE="            DELIMITED BY SIZE
                      WS-DELETE-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.

      * Same idiom as WRITE-STEP-CNT-RTN, but for a fatal I/O error
      * that GOBACKs mid-run (same style as MSTR-MNT's
      * WRITE-STEP-CNT-ABORT-RTN).
       WRITE-STEP-CNT-ABORT-RTN.
           OPEN EXTEND STEP-CNT-FILE.
           IF SC-STATUS <> "00" THEN
              OPEN OUTPUT STEP-CNT-FILE
           END-IF.
           MOVE SPACES TO STEP-CNT-REC.
           STRING     "OPER-MNT READ="     DELIMITED BY SIZE
                      WS-READ-CNT          DELIMITED BY SIZE
                      " ADD="               DELIMITED BY SIZE
                      WS-ADD-CNT           DELIMITED BY SIZE
                      " CHANGE="            DELIMITED BY SIZE
                      WS-CHANGE-CNT        DELIMITED BY SIZE
                      " DELETE="            DELIMITED BY SIZE
                      WS-DELETE-CNT        DELIMITED BY SIZE
                      " REJECT="            DELIMITED BY SIZE
                      WS-REJECT-CNT        DELIMITED BY SIZE
                      " - RUN ABORTED"      DELIMITED BY SIZE
                      INTO                 STEP-CNT-REC
           END-STRING.
           WRITE STEP-CNT-REC.
           CLOSE STEP-CNT-FILE.
