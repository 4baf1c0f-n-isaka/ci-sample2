      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 OPER-CHK.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  Shared operator authority check, CALLed the way YEAR-CHK is
      *  by every program that applies operator-entered changes to
      *  the masters (MSTR-MNT, ZINKO-ADJ, YEAR-CLS, MUNI-MERGE,
      *  ARCH-PRG, ARCH-RSTR), so "may this person do this" has one
      *  answer instead of six. OPER-MNT maintains the OPER-MSTR
      *  file this reads: one record per operator ID holding the
      *  operator's name, status (A = active, I = inactive) and the
      *  function letters the operator may perform:
      *
      *      M   reference master maintenance       (MSTR-MNT)
      *      A   population adjustment              (ZINKO-ADJ)
      *      Y   fiscal-year close / reopen         (YEAR-CLS)
      *      G   municipality merger processing     (MUNI-MERGE)
      *      R   archive purge / restore            (ARCH-PRG,
      *                                              ARCH-RSTR)
      *      O   operator master administration     (OPER-MNT)
      *      C   approval of held items             (PEND-APR)
      *          (alongside the item's own letter)
      *
      *  The caller's area:
      *
      *      OP-OPERATOR the operator ID on the transaction / card
      *      OP-FUNCTION the function letter being exercised
      *      OP-PROGRAM  the calling program's name
      *      OP-RESULT   "Y" = authorized, "N" = refused
      *      OP-REASON   why, when refused (fits the callers'
      *                  reject-reason fields as is)
      *      OP-NAME     the operator's name, when on file
      *
      *  Every refusal is also appended to AUTH-LOG (date, time,
      *  program, operator, function, reason), so an attempt to
      *  change the masters without authority is on record even
      *  when the caller's own error file is overwritten next run.
      *
      *  Unlike YEAR-CHK, a missing OPER-MSTR does not answer "yes":
      *  with no operator on file nobody is authorized, and OPER-MNT
      *  must load the first administrator before the updating
      *  programs will apply anything. OPER-MSTR is opened on the
      *  first call and read by key; it stays open until the run
      *  unit ends.
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT OPER-M-FILE      ASSIGN TO "OPER-MSTR"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   OM-ID
                                   FILE   STATUS  IS   OM-STATUS.
           SELECT AUTH-L-FILE      ASSIGN TO "AUTH-LOG"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   AL-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
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
       FD  AUTH-L-FILE.
       01  AUTH-L-REC              PIC  X(100).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  OM-STATUS               PIC  XX.
       01  AL-STATUS               PIC  XX.
       01  WS-OPEN-SW              PIC  X    VALUE "N".
           88  WS-OPEN-TRIED                 VALUE "Y".
       01  WS-MSTR-SW              PIC  X    VALUE "N".
           88  WS-MSTR-OPEN                  VALUE "Y".
       01  WS-FUNC-IDX             PIC  9(02).
       01  WS-CURRENT-DATE         PIC  9(08).
       01  WS-CURRENT-TIME         PIC  9(08).
      ******************************************************************
       LINKAGE                     SECTION.
      ******************************************************************
       01  OPER-CHK-AREA.
           03   OP-OPERATOR        PIC  X(12).
           03   OP-FUNCTION        PIC  X(01).
           03   OP-PROGRAM         PIC  X(12).
           03   OP-RESULT          PIC  X(01).
           03   OP-REASON          PIC  X(26).
           03   OP-NAME            PIC  X(20).
      ******************************************************************
       PROCEDURE                   DIVISION         USING OPER-CHK-AREA.
      ******************************************************************
       MAIN-RTN.
           IF NOT WS-OPEN-TRIED THEN
              PERFORM OPEN-MSTR-RTN
           END-IF.
           MOVE "N"    TO OP-RESULT.
           MOVE SPACES TO OP-REASON.
           MOVE SPACES TO OP-NAME.
           PERFORM CHECK-RTN THRU CHECK-EXT.
           IF OP-RESULT NOT = "Y" THEN
              PERFORM WRITE-AUTH-LOG-RTN
           END-IF.
       MAIN-EXT.
           GOBACK.

      * One open per run unit. A master that cannot be opened (never
      * created, or damaged) is reported once; every check then
      * refuses, since there is no one on file to authorize.
       OPEN-MSTR-RTN.
           SET WS-OPEN-TRIED TO TRUE.
           OPEN INPUT OPER-M-FILE.
           IF OM-STATUS = "00" THEN
              SET WS-MSTR-OPEN TO TRUE
           ELSE
              DISPLAY "OPER-CHK: OPER-MSTR NOT AVAILABLE (STATUS="
                      OM-STATUS "), ALL OPERATORS REFUSED"
           END-IF.

      * Blank ID, then unknown ID, then inactive operator, then the
      * function letter itself - the first failure is the reason.
       CHECK-RTN.
           IF OP-OPERATOR = SPACES THEN
              MOVE "MISSING OPERATOR" TO OP-REASON
              GO TO CHECK-EXT
           END-IF.
           IF NOT WS-MSTR-OPEN THEN
              MOVE "UNKNOWN OPERATOR" TO OP-REASON
              GO TO CHECK-EXT
           END-IF.
           MOVE OP-OPERATOR TO OM-ID.
           READ OPER-M-FILE
              INVALID KEY
                 CONTINUE
           END-READ.
           IF OM-STATUS <> "00" THEN
              MOVE "UNKNOWN OPERATOR" TO OP-REASON
              GO TO CHECK-EXT
           END-IF.
           MOVE OM-NAME TO OP-NAME.
           IF OM-OPER-STATUS NOT = "A" THEN
              MOVE "OPERATOR INACTIVE" TO OP-REASON
              GO TO CHECK-EXT
           END-IF.
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > 10
              IF OM-FUNC(WS-FUNC-IDX) = OP-FUNCTION
                 AND OP-FUNCTION NOT = SPACE THEN
                 MOVE "Y" TO OP-RESULT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF OP-RESULT NOT = "Y" THEN
              MOVE "OPERATOR NOT AUTHORIZED" TO OP-REASON
           END-IF.
       CHECK-EXT.
           EXIT.

      * Append the refusal to AUTH-LOG (falling back to OUTPUT on
      * first use, same idiom as IDX-JRNL). A log that cannot be
      * written does not change the answer - the caller still
      * refuses.
       WRITE-AUTH-LOG-RTN.
           OPEN EXTEND AUTH-L-FILE.
           IF AL-STATUS <> "00" THEN
              OPEN OUTPUT AUTH-L-FILE
           END-IF.
           IF AL-STATUS <> "00" THEN
              DISPLAY "OPER-CHK: AUTH-LOG NOT WRITABLE (STATUS="
                      AL-STATUS ")"
           ELSE
              ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
              ACCEPT WS-CURRENT-TIME FROM TIME
              MOVE SPACES TO AUTH-L-REC
              STRING     WS-CURRENT-DATE   DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         WS-CURRENT-TIME   DELIMITED BY SIZE
                         " REFUSED  "      DELIMITED BY SIZE
                         OP-PROGRAM        DELIMITED BY SIZE
                         " OPERATOR="      DELIMITED BY SIZE
                         OP-OPERATOR       DELIMITED BY SIZE
                         " FUNCTION="      DELIMITED BY SIZE
                         OP-FUNCTION       DELIMITED BY SIZE
                         " "               DELIMITED BY SIZE
                         OP-REASON         DELIMITED BY SIZE
                         INTO              AUTH-L-REC
              END-STRING
              WRITE AUTH-L-REC
              CLOSE AUTH-L-FILE
           END-IF.
